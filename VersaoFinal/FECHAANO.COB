      *  - ARQCR E ARQCP SOMENTE LIQUIDADOS OU       *
      *    CANCELADOS; TITULO EM ABERTO FICA NO      *
      *    ARQUIVO VIVO QUALQUER QUE SEJA A IDADE    *
      * CADA COPIA E REGISTRADA NO CATALOGO ARQGER   *
      * (CORTE, CONTAGENS, TOTAIS E FAIXA DE DATAS), *
      * POR ONDE O EXTCLI E O RELKARDEX LOCALIZAM AS *
      * GERACOES ARQUIVADAS; UMA GERACAO JA          *
      * CATALOGADA NAO E REGRAVADA                   *
      * FAZER COPIA DE SEGURANCA (BKPARQ) ANTES      *
      ***********************************************
      *----------------------------------------------------------------
       SELECT ARQARC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ARC.
       SELECT ARQGER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GER-CHAVE
                    FILE STATUS  IS ST-GER.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
                03 MOV-CPF-FORC    PIC 9(14).
                03 MOV-LOC         PIC X(02).
                03 MOV-LOC-DEST    PIC X(02).
                03 MOV-MOTIVO      PIC X(03).
      *
       FD ARQVDA
               LABEL RECORD IS STANDARD
                03 VDA-DESC-PERC   PIC 9(02)V99.
                03 VDA-SIT         PIC X(01).
                03 VDA-LOC         PIC X(02).
                03 VDA-PROMO       PIC X(04).
      *
       FD ARQCR
               LABEL RECORD IS STANDARD
                03 CP-DATA-VENC       PIC 9(08).
                03 CP-STATUS          PIC X(01).
                03 CP-DATA-PGTO       PIC 9(08).
                03 CP-DESPESA         PIC 9(03).
                03 CP-CCUSTO          PIC 9(03).
      *
       FD ARQNUM
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-ARC.
       01 REGARC            PIC X(80).
      *
      ***** CATALOGO DAS GERACOES ARQUIVADAS - DATAS AAAAMMDD *****
       FD ARQGER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGER.DAT".
       01 REGGER.
                03 GER-CHAVE.
                   05 GER-TIPO       PIC X(03).
                   05 GER-CORTE      PIC 9(08).
                03 GER-ARQUIVO       PIC X(15).
                03 GER-DATA-FECH     PIC 9(08).
                03 GER-DATA-INI      PIC 9(08).
                03 GER-DATA-FIM      PIC 9(08).
                03 GER-COPIADOS      PIC 9(08).
                03 GER-REMOVIDOS     PIC 9(08).
                03 GER-TOTAL         PIC 9(14).
                03 GER-ABE-INI       PIC 9(08).
                03 GER-ABE-FIM       PIC 9(08).
                03 GER-ABERTURAS     PIC 9(06).
                03 FILLER            PIC X(18).
      *
       FD ARQERRO
               LABEL RECORD IS STANDARD
       77 ST-NUM         PIC X(02) VALUE "00".
       77 ST-FTP         PIC X(02) VALUE "00".
       77 ST-ARC         PIC X(02) VALUE "00".
       77 ST-GER         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-NOME-ARC     PIC X(15) VALUE SPACES.
       77 W-CORTE        PIC 9(08) VALUE ZEROS.
       77 W-ABERTURAS    PIC 9(06) VALUE ZEROS.
       77 W-QTDE-ABS     PIC 9(06) VALUE ZEROS.
       77 W-MOV-PROX     PIC 9(08) VALUE ZEROS.
       77 W-GER-TIPO     PIC X(03) VALUE SPACES.
       77 W-DATA-MIN     PIC 9(08) VALUE ZEROS.
       77 W-DATA-MAX     PIC 9(08) VALUE ZEROS.
       77 W-VALOR-ITEM   PIC 9(14) VALUE ZEROS.
       77 W-TOTAL        PIC 9(14) VALUE ZEROS.
       77 W-ABE-INI      PIC 9(08) VALUE ZEROS.
       77 W-ABE-FIM      PIC 9(08) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-NUM          PIC X(16).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
       ABRIR-GER.
                OPEN I-O ARQGER
                IF ST-GER = "30" OR "35"
                   OPEN OUTPUT ARQGER
                   CLOSE ARQGER
                   OPEN I-O ARQGER.
                IF ST-GER NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO CATALOGO ARQGER: "
                           ST-GER
                   DISPLAY "*** FECHAMENTO CANCELADO ***"
                   GO TO ROT-FIM.
      *
      ***** PASSO 1 - MOVIMENTOS DE ESTOQUE (ARQMOV) *****
      *
                MOVE SPACES TO W-NOME-ARC
                STRING "MOV" W-CORTE-ORD ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-ARC
                MOVE "MOV" TO W-GER-TIPO
                PERFORM VER-CATALOGO THRU VER-CATALOGO-FIM
                IF ST-GER = "00"
                   DISPLAY "*** " W-NOME-ARC " JA CATALOGADO -"
                           " PASSO IGNORADO ***"
                   GO TO FEC-VDA.
                OPEN I-O ARQMOV
                IF ST-MOV NOT = "00"
                   MOVE "00" TO ST-MOV
                   GO TO FEC-VDA.
                MOVE ZEROS TO W-COPIADOS W-CONFERIDOS W-REMOVIDOS
                              W-ABERTURAS.
                PERFORM INICIAR-CAT THRU INICIAR-CAT-FIM.
       FEC-MOV-COPIA.
                READ ARQMOV NEXT
                   AT END MOVE "10" TO ST-MOV.
                IF W-DATA-ORD NOT < W-CORTE-ORD
                   GO TO FEC-MOV-COPIA.
                MOVE SPACES TO REGARC
                MOVE REGMOV TO REGARC (1:52)
                WRITE REGARC
                IF ST-ARC NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DA COPIA: " ST-ARC
                   CLOSE ARQMOV ARQARC ARQFTMP
                   GO TO FEC-VDA.
                ADD 1 TO W-COPIADOS
                MOVE MOV-QTDE TO W-VALOR-ITEM
                PERFORM ACUMULAR-CAT THRU ACUMULAR-CAT-FIM
                PERFORM ACUMULAR-SALDO THRU ACUMULAR-SALDO-FIM
                GO TO FEC-MOV-COPIA.
       FEC-MOV-CONF.
                MOVE ZEROS      TO MOV-CPF-FORC
                MOVE FTP-LOC    TO MOV-LOC
                MOVE SPACES     TO MOV-LOC-DEST
                MOVE SPACES     TO MOV-MOTIVO
                WRITE REGMOV
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-MOV THRU DIARIO-MOV-FIM
                IF ST-MOV NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-MOV
                   DISPLAY "*** SALDO DE ABERTURA NAO GRAVADO P/ "
                           FTP-PRO-COD " ***"
                   GO TO FEC-MOV-ABRE2.
                ADD 1 TO W-ABERTURAS
                IF W-ABE-INI = ZEROS
                   MOVE MOV-NUM TO W-ABE-INI.
                MOVE MOV-NUM TO W-ABE-FIM
                GO TO FEC-MOV-ABRE2.
      *
      ***** EXPURGO DOS MOVIMENTOS ANTERIORES A DATA DE CORTE *****
                IF W-DATA-ORD NOT < W-CORTE-ORD
                   GO TO FEC-MOV-EXP2.
                DELETE ARQMOV RECORD
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-MOV THRU DIARIO-MOV-FIM
                IF ST-MOV = "00"
                   ADD 1 TO W-REMOVIDOS.
                GO TO FEC-MOV-EXP2.
       FEC-MOV-RESUMO.
                PERFORM GRAVAR-CATALOGO THRU GRAVAR-CATALOGO-FIM
                DISPLAY "   COPIADOS P/ " W-NOME-ARC " : " W-COPIADOS
                DISPLAY "   REMOVIDOS DO ARQUIVO VIVO  : " W-REMOVIDOS
                DISPLAY "   SALDOS DE ABERTURA GRAVADOS: "
                MOVE SPACES TO W-NOME-ARC
                STRING "VDA" W-CORTE-ORD ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-ARC
                MOVE "VDA" TO W-GER-TIPO
                PERFORM VER-CATALOGO THRU VER-CATALOGO-FIM
                IF ST-GER = "00"
                   DISPLAY "*** " W-NOME-ARC " JA CATALOGADO -"
                           " PASSO IGNORADO ***"
                   GO TO FEC-CR.
                OPEN I-O ARQVDA
                IF ST-VDA NOT = "00"
                   MOVE "00" TO ST-VDA
                   CLOSE ARQVDA
                   GO TO FEC-CR.
                MOVE ZEROS TO W-COPIADOS W-CONFERIDOS W-REMOVIDOS.
                PERFORM INICIAR-CAT THRU INICIAR-CAT-FIM.
       FEC-VDA-COPIA.
                READ ARQVDA NEXT
                   AT END MOVE "10" TO ST-VDA.
                IF W-DATA-ORD NOT < W-CORTE-ORD
                   GO TO FEC-VDA-COPIA.
                MOVE SPACES TO REGARC
                MOVE REGVDA TO REGARC (1:74)
                WRITE REGARC
                IF ST-ARC NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DA COPIA: " ST-ARC
                   CLOSE ARQVDA ARQARC
                   GO TO FEC-CR.
                ADD 1 TO W-COPIADOS
                COMPUTE W-VALOR-ITEM = VDA-QTDE * VDA-PRECO
                PERFORM ACUMULAR-CAT THRU ACUMULAR-CAT-FIM
                GO TO FEC-VDA-COPIA.
       FEC-VDA-CONF.
                CLOSE ARQARC
                IF W-DATA-ORD NOT < W-CORTE-ORD
                   GO TO FEC-VDA-EXP2.
                DELETE ARQVDA RECORD
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-VDA THRU DIARIO-VDA-FIM
                IF ST-VDA = "00"
                   ADD 1 TO W-REMOVIDOS.
                GO TO FEC-VDA-EXP2.
       FEC-VDA-RESUMO.
                PERFORM GRAVAR-CATALOGO THRU GRAVAR-CATALOGO-FIM
                CLOSE ARQVDA
                DISPLAY "   COPIADOS P/ " W-NOME-ARC " : " W-COPIADOS
                DISPLAY "   REMOVIDOS DO ARQUIVO VIVO  : "
                MOVE SPACES TO W-NOME-ARC
                STRING "RCR" W-CORTE-ORD ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-ARC
                MOVE "RCR" TO W-GER-TIPO
                PERFORM VER-CATALOGO THRU VER-CATALOGO-FIM
                IF ST-GER = "00"
                   DISPLAY "*** " W-NOME-ARC " JA CATALOGADO -"
                           " PASSO IGNORADO ***"
                   GO TO FEC-CP.
                OPEN I-O ARQCR
                IF ST-CR NOT = "00"
                   MOVE "00" TO ST-CR
                   CLOSE ARQCR
                   GO TO FEC-CP.
                MOVE ZEROS TO W-COPIADOS W-CONFERIDOS W-REMOVIDOS.
                PERFORM INICIAR-CAT THRU INICIAR-CAT-FIM.
       FEC-CR-COPIA.
                READ ARQCR NEXT
                   AT END MOVE "10" TO ST-CR.
                   CLOSE ARQCR ARQARC
                   GO TO FEC-CP.
                ADD 1 TO W-COPIADOS
                MOVE CR-VALOR TO W-VALOR-ITEM
                PERFORM ACUMULAR-CAT THRU ACUMULAR-CAT-FIM
                GO TO FEC-CR-COPIA.
       FEC-CR-CONF.
                CLOSE ARQARC
                IF W-DATA-ORD NOT < W-CORTE-ORD
                   GO TO FEC-CR-EXP2.
                DELETE ARQCR RECORD
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-CR THRU DIARIO-CR-FIM
                IF ST-CR = "00"
                   ADD 1 TO W-REMOVIDOS.
                GO TO FEC-CR-EXP2.
       FEC-CR-RESUMO.
                PERFORM GRAVAR-CATALOGO THRU GRAVAR-CATALOGO-FIM
                CLOSE ARQCR
                DISPLAY "   COPIADOS P/ " W-NOME-ARC " : " W-COPIADOS
                DISPLAY "   REMOVIDOS DO ARQUIVO VIVO  : "
                MOVE SPACES TO W-NOME-ARC
                STRING "RCP" W-CORTE-ORD ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-ARC
                MOVE "RCP" TO W-GER-TIPO
                PERFORM VER-CATALOGO THRU VER-CATALOGO-FIM
                IF ST-GER = "00"
                   DISPLAY "*** " W-NOME-ARC " JA CATALOGADO -"
                           " PASSO IGNORADO ***"
                   GO TO FIM-LOTE.
                OPEN I-O ARQCP
                IF ST-CPX NOT = "00"
                   MOVE "00" TO ST-CPX
                   CLOSE ARQCP
                   GO TO FIM-LOTE.
                MOVE ZEROS TO W-COPIADOS W-CONFERIDOS W-REMOVIDOS.
                PERFORM INICIAR-CAT THRU INICIAR-CAT-FIM.
       FEC-CP-COPIA.
                READ ARQCP NEXT
                   AT END MOVE "10" TO ST-CPX.
                IF W-DATA-ORD NOT < W-CORTE-ORD
                   GO TO FEC-CP-COPIA.
                MOVE SPACES TO REGARC
                MOVE REGCP TO REGARC (1:63)
                WRITE REGARC
                IF ST-ARC NOT = "00"
                   DISPLAY "ERRO NA GRAVACAO DA COPIA: " ST-ARC
                   CLOSE ARQCP ARQARC
                   GO TO FIM-LOTE.
                ADD 1 TO W-COPIADOS
                MOVE CP-VALOR TO W-VALOR-ITEM
                PERFORM ACUMULAR-CAT THRU ACUMULAR-CAT-FIM
                GO TO FEC-CP-COPIA.
       FEC-CP-CONF.
                CLOSE ARQARC
                IF W-DATA-ORD NOT < W-CORTE-ORD
                   GO TO FEC-CP-EXP2.
                DELETE ARQCP RECORD
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-CP THRU DIARIO-CP-FIM
                IF ST-CPX = "00"
                   ADD 1 TO W-REMOVIDOS.
                GO TO FEC-CP-EXP2.
       FEC-CP-RESUMO.
                PERFORM GRAVAR-CATALOGO THRU GRAVAR-CATALOGO-FIM
                CLOSE ARQCP
                DISPLAY "   COPIADOS P/ " W-NOME-ARC " : " W-COPIADOS
                DISPLAY "   REMOVIDOS DO ARQUIVO VIVO  : "
                        " VIVO)".
      *
       FIM-LOTE.
                CLOSE ARQGER
                DISPLAY "*** FECHAMENTO DE EXERCICIO CONCLUIDO ***"
                GO TO ROT-FIM.
      *
      ***************************************
      * CATALOGO DAS GERACOES (ARQGER) COM   *
      * TOTAL DE CONTROLE EM QUANTIDADE NO   *
      * MOV E EM VALOR NO VDA, RCR E RCP;    *
      * NO MOV GUARDA A FAIXA DE NUMEROS     *
      * DOS SALDOS DE ABERTURA, QUE O        *
      * RELKARDEX DESCARTA AO LER A          *
      * GERACAO QUE OS ORIGINOU              *
      ***************************************
      *
       VER-CATALOGO.
                MOVE W-GER-TIPO  TO GER-TIPO
                MOVE W-CORTE-ORD TO GER-CORTE
                READ ARQGER.
       VER-CATALOGO-FIM.
                EXIT.
      *
       INICIAR-CAT.
                MOVE ZEROS TO W-DATA-MIN W-DATA-MAX W-TOTAL
                              W-ABE-INI W-ABE-FIM.
       INICIAR-CAT-FIM.
                EXIT.
      *
       ACUMULAR-CAT.
                IF W-DATA-MIN = ZEROS OR W-DATA-ORD < W-DATA-MIN
                   MOVE W-DATA-ORD TO W-DATA-MIN.
                IF W-DATA-ORD > W-DATA-MAX
                   MOVE W-DATA-ORD TO W-DATA-MAX.
                ADD W-VALOR-ITEM TO W-TOTAL.
       ACUMULAR-CAT-FIM.
                EXIT.
      *
       GRAVAR-CATALOGO.
                MOVE SPACES        TO REGGER
                MOVE W-GER-TIPO    TO GER-TIPO
                MOVE W-CORTE-ORD   TO GER-CORTE
                MOVE W-NOME-ARC    TO GER-ARQUIVO
                ACCEPT GER-DATA-FECH FROM DATE YYYYMMDD
                MOVE W-DATA-MIN    TO GER-DATA-INI
                MOVE W-DATA-MAX    TO GER-DATA-FIM
                MOVE W-COPIADOS    TO GER-COPIADOS
                MOVE W-REMOVIDOS   TO GER-REMOVIDOS
                MOVE W-TOTAL       TO GER-TOTAL
                MOVE ZEROS TO GER-ABE-INI GER-ABE-FIM GER-ABERTURAS
                IF W-GER-TIPO = "MOV"
                   MOVE W-ABE-INI     TO GER-ABE-INI
                   MOVE W-ABE-FIM     TO GER-ABE-FIM
                   MOVE W-ABERTURAS   TO GER-ABERTURAS.
                WRITE REGGER
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-GER THRU DIARIO-GER-FIM
                IF ST-GER NOT = "00"
                   DISPLAY "*** ERRO NA GRAVACAO DO CATALOGO ARQGER: "
                           ST-GER " ***"
                   MOVE "00" TO ST-GER
                ELSE
                   DISPLAY "   CATALOGADO EM ARQGER       : "
                           GER-TIPO " " GER-CORTE.
       GRAVAR-CATALOGO-FIM.
                EXIT.
      *
      ***************************************
      * EFEITO LIQUIDO DO MOVIMENTO EXPURGADO*
      * NO SALDO POR PRODUTO/LOCAL (E, D E A *
      * SOMAM; S, J E F SUBTRAEM; T SUBTRAI  *
       OBTER-NUM-MOV.
                MOVE "MOVIMENT" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM NOT = "00"
                   MOVE "00" TO ST-NUM
                   PERFORM SEED-MOV THRU SEED-MOV-FIM
                   MOVE "MOVIMENT" TO NUM-SERIE
                   MOVE W-MOV-PROX TO NUM-PROXIMO
                   WRITE REGNUM
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                   MOVE NUM-PROXIMO TO MOV-NUM
                   ADD 1 TO NUM-PROXIMO
                   REWRITE REGNUM
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                   GO TO OBTER-NUM-MOV-FIM.
                MOVE NUM-PROXIMO TO MOV-NUM
                ADD 1 TO NUM-PROXIMO
                REWRITE REGNUM
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                IF ST-NUM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-NUM
                   DISPLAY "*** SERIE DE NUMERACAO NAO ATUALIZADA ***".
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
                MOVE "FECHAANO"   TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-MOV.
                MOVE "ARQMOV"     TO JRN-ARQUIVO
                MOVE ST-MOV       TO JRN-STATUS
                MOVE REGMOV TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-MOV-FIM.
                EXIT.
       DIARIO-VDA.
                MOVE "ARQVDA"     TO JRN-ARQUIVO
                MOVE ST-VDA       TO JRN-STATUS
                MOVE REGVDA TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-VDA-FIM.
                EXIT.
       DIARIO-CR.
                MOVE "ARQCR"      TO JRN-ARQUIVO
                MOVE ST-CR        TO JRN-STATUS
                MOVE REGCR TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CR-FIM.
                EXIT.
       DIARIO-CP.
                MOVE "ARQCP"      TO JRN-ARQUIVO
                MOVE ST-CPX       TO JRN-STATUS
                MOVE REGCP TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CP-FIM.
                EXIT.
       DIARIO-GER.
                MOVE "ARQGER"     TO JRN-ARQUIVO
                MOVE ST-GER       TO JRN-STATUS
                MOVE REGGER TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-GER-FIM.
                EXIT.
       DIARIO-NUM.
                MOVE "ARQNUM"     TO JRN-ARQUIVO
                MOVE ST-NUM       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-NUM TO JRN-ANTES
                ELSE
                   MOVE REGNUM TO JRN-ANTES.
                MOVE REGNUM TO JRN-DEPOIS JRN-ANT-NUM
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-NUM-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
