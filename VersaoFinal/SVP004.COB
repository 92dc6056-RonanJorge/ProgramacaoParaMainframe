                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUD-CHAVE
                    FILE STATUS  IS ST-AUD.
       SELECT ARQPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRC-PRO-COD
                    FILE STATUS  IS ST-PRC.
       SELECT ARQCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAT-COD
                    FILE STATUS  IS ST-CAT.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
                03 AUD-OPERACAO      PIC X(01).
                03 AUD-CHAVE-REG     PIC X(14).
                03 AUD-OPERADOR      PIC X(20).
      *
       FD ARQPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROC.DAT".
       01 REGPRC.
                03 PRC-PRO-COD       PIC 9(08).
                03 PRC-MIN-FIXO      PIC X(01).
                03 PRC-SERIE         PIC X(01).
                03 PRC-GARANTIA      PIC 9(03).
                03 PRC-CATEGORIA     PIC 9(06).
                03 PRC-PESO          PIC 9(05)V999.
                03 PRC-VOLUME        PIC 9(03)V999.
      *
       FD ARQCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAT.DAT".
       01 REGCAT.
                03 CAT-COD.
                   05 CAT-DEP        PIC 9(02).
                   05 CAT-GRP        PIC 9(02).
                   05 CAT-SUB        PIC 9(02).
                03 CAT-NOME          PIC X(30).
                03 CAT-COMPRADOR     PIC X(08).
      *
       FD ARQERRO
               LABEL RECORD IS STANDARD
       77 ST-HPR        PIC X(02) VALUE "00".
       77 ST-AUD        PIC X(02) VALUE "00".
       77 ST-LOG        PIC X(02) VALUE "00".
       77 ST-PRC        PIC X(02) VALUE "00".
       77 ST-CAT        PIC X(02) VALUE "00".
       77 W-TEM-CAT     PIC 9(01) VALUE ZEROS.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS         	PIC X(50) VALUE SPACES.
       77 LIMPA      	PIC X(50) VALUE SPACES.
           05 FILLER    PIC 9(01) VALUE 3.
       01 TBPESOBARRASR REDEFINES TBPESOBARRAS.
           03 PESOBARRAS    PIC 9(01) OCCURS 12 TIMES.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-PRO          PIC X(106).
       01 JRN-ANT-PROC         PIC X(33).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRO.
               VALUE  "   QUANTIDADE ESTOQUE :".			   
           05  LINE 15  COLUMN 01
               VALUE  "   QUANTIDADE MINIMA :".
           05  LINE 15  COLUMN 40
               VALUE  "MINIMO FIXO (S/N) :".
           05  LINE 16  COLUMN 01
               VALUE  "    CODIGO DE BARRAS :".
           05  LINE 17  COLUMN 01
               VALUE  " CONTROLE SERIE (S/N) :".
           05  LINE 17  COLUMN 40
               VALUE  "GARANTIA (MESES)  :".
           05  LINE 18  COLUMN 01
               VALUE  "            CATEGORIA :".
           05  LINE 19  COLUMN 01
               VALUE  "    PESO BRUTO (KG)  :".
           05  LINE 19  COLUMN 40
               VALUE  "VOLUME (M3)       :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TPRO-COD
           05  TPRO-QTDE-MIN
               LINE 15  COLUMN 25  PIC 9(06)
               USING  PRO-QTDE-MIN.
           05  TPRC-MIN-FIXO
               LINE 15  COLUMN 60  PIC X(01)
               USING  PRC-MIN-FIXO.
           05  TPRO-BARRAS
               LINE 16  COLUMN 25  PIC 9(13)
               USING  PRO-BARRAS.
           05  TPRC-SERIE
               LINE 17  COLUMN 25  PIC X(01)
               USING  PRC-SERIE.
           05  TPRC-GARANTIA
               LINE 17  COLUMN 60  PIC 9(03)
               USING  PRC-GARANTIA.
           05  TPRC-CATEGORIA
               LINE 18  COLUMN 25  PIC 99.99.99
               USING  PRC-CATEGORIA.
           05  TCAT-NOME
               LINE 18  COLUMN 35  PIC X(30)
               USING  CAT-NOME.
           05  TPRC-PESO
               LINE 19  COLUMN 25  PIC 99999,999
               USING  PRC-PESO.
           05  TPRC-VOLUME
               LINE 19  COLUMN 60  PIC 999,999
               USING  PRC-VOLUME.
       01 FTELA-PRO-UNID.
          05 LINE 05   COLUMN 55
             VALUE " UNIDADE DE MEDIDA".		  
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-OP0G.
           OPEN I-O ARQPROC
           IF ST-PRC NOT = "00"
               IF ST-PRC = "30" OR "35"
                      OPEN OUTPUT ARQPROC
                      CLOSE ARQPROC
                      OPEN I-O ARQPROC
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ COMPLEMENTO PROD."
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQPRO ARQUNID ARQTIPO ARQHPR ARQAUD
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
      *
      * TABELA DE CATEGORIAS (MNTCAT) E OPCIONAL: SEM ELA O PRODUTO
      * SO PODE FICAR SEM CATEGORIA
      *
       INC-OP0H.
           MOVE 1 TO W-TEM-CAT
           OPEN INPUT ARQCAT
           IF ST-CAT NOT = "00"
              MOVE "00" TO ST-CAT
              MOVE 0 TO W-TEM-CAT.
       INC-OP0F.
                DISPLAY (23, 12) "OPERADOR : "
                ACCEPT  (23, 24) W-OPERADOR
                MOVE ZEROS  TO PRO-BARRAS.
                MOVE "A"    TO PRO-SIT.
                MOVE 1      TO PRO-VERSAO.
                MOVE "N"    TO PRC-MIN-FIXO PRC-SERIE.
                MOVE ZEROS  TO PRC-GARANTIA PRC-CATEGORIA.
                MOVE ZEROS  TO PRC-PESO PRC-VOLUME.
                MOVE SPACES TO CAT-NOME.
                DISPLAY TELAPRO.
       R02.
                ACCEPT TPRO-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE ARQPRO ARQUNID ARQTIPO ARQHPR ARQAUD ARQERRO
                         ARQPROC
                   IF W-TEM-CAT = 1
                      CLOSE ARQCAT
                   END-IF
                   GO TO ROT-FIM.
                IF PRO-COD = ZEROS
                   MOVE "*** CODIGO NAO PODE SER ZEROS ***" TO MENS
       LER-COD01.
                MOVE 0 TO W-SEL
                READ ARQPRO
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE PRO-PRECO TO W-PRECO-ANT
                      PERFORM R04A THRU R04B
					  PERFORM R05A THRU R05B
                      PERFORM LER-PROC THRU LER-PROC-FIM
                      DISPLAY TELAPRO
                      IF PRO-SIT = "E"
                       MOVE "*** PRODUTO EXCLUIDO - ALTERAR P/ REATIVA"
                ACCEPT TPRO-QTDE-MIN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R09.
      *
      * MINIMO FIXO = S: O RECALCULO AUTOMATICO DO ESTOQUE MINIMO
      * (RECMIN) NAO ALTERA A QUANTIDADE MINIMA DIGITADA
      *
       R10M.
                ACCEPT TPRC-MIN-FIXO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R10.
                IF PRC-MIN-FIXO = "s"
                   MOVE "S" TO PRC-MIN-FIXO.
                IF PRC-MIN-FIXO = "n"
                   MOVE "N" TO PRC-MIN-FIXO.
                IF PRC-MIN-FIXO NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R10M.
      *
      * CONTROLE POR NUMERO DE SERIE = S: O RECEBIMENTO (RECPRO)
      * PEDE A SERIE DE CADA UNIDADE E A VENDA (VENDPRO) EXIGE A
      * SERIE DE CADA UNIDADE VENDIDA. A GARANTIA EM MESES CONTA
      * DA DATA DA VENDA (CONSULTA CONSSER)
      *
       R10S.
                ACCEPT TPRC-SERIE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R10M.
                IF PRC-SERIE = "s"
                   MOVE "S" TO PRC-SERIE.
                IF PRC-SERIE = "n"
                   MOVE "N" TO PRC-SERIE.
                IF PRC-SERIE NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R10S.
       R10G.
                ACCEPT TPRC-GARANTIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R10S.
      *
      * CATEGORIA DD.GG.SS CADASTRADA EM MNTCAT (DEPARTAMENTO, GRUPO
      * OU SUBGRUPO); ZEROS = PRODUTO SEM CATEGORIA
      *
       R10C.
                ACCEPT TPRC-CATEGORIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R10G.
                PERFORM LER-CAT THRU LER-CAT-FIM
                IF PRC-CATEGORIA NOT = ZEROS AND CAT-NOME = SPACES
                   MOVE "*** CATEGORIA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R10C.
                DISPLAY TCAT-NOME.
      *
      * PESO BRUTO E VOLUME DE UMA UNIDADE, USADOS NO ROMANEIO PARA
      * TOTALIZAR A CARGA DO VEICULO; ZEROS = NAO INFORMADO
      *
       R10P.
                ACCEPT TPRC-PESO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R10C.
       R10V.
                ACCEPT TPRC-VOLUME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R10P.
       R10A.
                ACCEPT TPRO-BARRAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R10V.
                IF PRO-BARRAS NOT = ZEROS
                   PERFORM VAL-BARRAS THRU VAL-BARRAS-FIM.
                IF W-SEL = 1
                   GO TO INC-OPC.
       INC-WR01.
                WRITE REGPRO
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-PRO THRU DIARIO-PRO-FIM
                IF ST-ERRO = "00" OR "02"
                      MOVE "I" TO W-AUD-OP
                      PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                      PERFORM GRAVAR-PROC THRU GRAVAR-PROC-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R01.
                MOVE "E" TO PRO-SIT
                MOVE REGPRO TO W-REGPRO-SALVO
                READ ARQPRO
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA VERIFICACAO DE CONCORRENCIA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE W-REGPRO-SALVO TO REGPRO
                ADD 1 TO PRO-VERSAO
                REWRITE REGPRO
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PRO THRU DIARIO-PRO-FIM
                IF ST-ERRO = "00"
                   MOVE "E" TO W-AUD-OP
                   PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                MOVE "A" TO PRO-SIT
                MOVE REGPRO TO W-REGPRO-SALVO
                READ ARQPRO
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA VERIFICACAO DE CONCORRENCIA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE W-REGPRO-SALVO TO REGPRO
                ADD 1 TO PRO-VERSAO
                REWRITE REGPRO
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PRO THRU DIARIO-PRO-FIM
                IF ST-ERRO = "00" OR "02"
                   IF PRO-PRECO NOT = W-PRECO-ANT
                      PERFORM GRAVAR-HIST-PRECO
                                            THRU GRAVAR-HIST-PRECO-FIM
                   MOVE "A" TO W-AUD-OP
                   PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                   PERFORM GRAVAR-PROC THRU GRAVAR-PROC-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R01.
                MOVE W-PRECO-ANT   TO HPR-PRECO-ANT
                MOVE PRO-PRECO     TO HPR-PRECO-NOVO
                WRITE REGHPR
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-HPR THRU DIARIO-HPR-FIM
                IF ST-HPR NOT = "00"
                   MOVE "*** HISTORICO DE PRECO NAO GRAVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                EXIT.
      *
      ***************************************
      * COMPLEMENTO DO PRODUTO (ARQPROC):    *
      * SEM REGISTRO O MINIMO NAO E FIXO,    *
      * NAO HA CONTROLE DE SERIE NEM PRAZO   *
      * DE GARANTIA, NEM CATEGORIA E NEM     *
      * PESO E VOLUME                        *
      ***************************************
      *
       LER-PROC.
                MOVE PRO-COD TO PRC-PRO-COD
                READ ARQPROC
                MOVE REGPRC TO JRN-ANT-PROC
                IF ST-PRC NOT = "00"
                   MOVE "00" TO ST-PRC
                   MOVE "N"  TO PRC-MIN-FIXO PRC-SERIE
                   MOVE ZEROS TO PRC-GARANTIA PRC-CATEGORIA
                   MOVE ZEROS TO PRC-PESO PRC-VOLUME.
                PERFORM LER-CAT THRU LER-CAT-FIM.
       LER-PROC-FIM.
                EXIT.
      *
       LER-CAT.
                MOVE SPACES TO CAT-NOME
                IF PRC-CATEGORIA = ZEROS OR W-TEM-CAT = 0
                   GO TO LER-CAT-FIM.
                MOVE PRC-CATEGORIA TO CAT-COD
                READ ARQCAT
                IF ST-CAT NOT = "00"
                   MOVE "00" TO ST-CAT
                   MOVE SPACES TO CAT-NOME.
       LER-CAT-FIM.
                EXIT.
      *
       GRAVAR-PROC.
                MOVE PRO-COD TO PRC-PRO-COD
                WRITE REGPRC
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-PROC THRU DIARIO-PROC-FIM
                IF ST-PRC = "22"
                   REWRITE REGPRC
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-PROC THRU DIARIO-PROC-FIM.
                IF ST-PRC NOT = "00"
                   MOVE "00" TO ST-PRC
                   MOVE "*** COMPLEMENTO DO PRODUTO NAO GRAVADO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVAR-PROC-FIM.
                EXIT.
      *
      ***************************************
      * GRAVACAO DA TRILHA DE AUDITORIA      *
      ***************************************
      *
                            MOVE "ARQHPR" TO ERR-ARQUIVO
                            MOVE ST-HPR   TO ERR-STATUS
                         ELSE
                            IF ST-PRC NOT = "00"
                               MOVE "ARQPROC" TO ERR-ARQUIVO
                               MOVE ST-PRC    TO ERR-STATUS
                            ELSE
                               MOVE "ARQAUD" TO ERR-ARQUIVO
                               MOVE ST-AUD   TO ERR-STATUS
                            END-IF
                         END-IF
                      END-IF
                   END-IF
       GRAVAR-ERRO-FIM.
                EXIT.
      *
      ***************************************
      * REGISTRO DAS ATUALIZACOES NO DIARIO  *
      * (ARQJRN), USADO NA RECUPERACAO DOS   *
      * ARQUIVOS A PARTIR DA COPIA DE        *
      * SEGURANCA                            *
      ***************************************
      *
       GRAVAR-DIARIO.
                MOVE "SVP004"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-PRO.
                MOVE "ARQPRO"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PRO TO JRN-ANTES
                ELSE
                   MOVE REGPRO TO JRN-ANTES.
                MOVE REGPRO TO JRN-DEPOIS JRN-ANT-PRO
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PRO-FIM.
                EXIT.
       DIARIO-HPR.
                MOVE "ARQHPR"     TO JRN-ARQUIVO
                MOVE ST-HPR       TO JRN-STATUS
                MOVE REGHPR TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-HPR-FIM.
                EXIT.
       DIARIO-PROC.
                MOVE "ARQPROC"    TO JRN-ARQUIVO
                MOVE ST-PRC       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PROC TO JRN-ANTES
                ELSE
                   MOVE REGPRC TO JRN-ANTES.
                MOVE REGPRC TO JRN-DEPOIS JRN-ANT-PROC
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PROC-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
