      *    MOVIMENTO DE AJUSTE NO ARQMOV (TIPO A =   *
      *    AJUSTE DE ENTRADA, J = AJUSTE DE SAIDA)   *
      *    E ATUALIZA O PRO-QTDE PELO MOVIMENTO      *
      *    COM O MOTIVO DA TABELA ARQMOT (PADRAO DAS *
      *    FALTAS/SOBRAS OU PRODUTO A PRODUTO)       *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PER-ANOMES
                    FILE STATUS  IS ST-PER.
       SELECT ARQMOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOT-COD
                    FILE STATUS  IS ST-MOT.
       SELECT ARQCOL ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-COL.
                03 MOV-CPF-FORC    PIC 9(14).
                03 MOV-LOC         PIC X(02).
                03 MOV-LOC-DEST    PIC X(02).
                03 MOV-MOTIVO      PIC X(03).
      *
       FD ARQAUD
               LABEL RECORD IS STANDARD
       01 REGPER.
                03 PER-ANOMES     PIC 9(06).
                03 PER-STATUS     PIC X(01).
      *
       FD ARQMOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOT.DAT".
       01 REGMOT.
                03 MOT-COD        PIC X(03).
                03 MOT-DESC       PIC X(30).
                03 MOT-PERDA      PIC X(01).
                03 MOT-SIT        PIC X(01).
      *
       FD ARQCOL
               LABEL RECORD IS STANDARD
       77 W-DATA-ANO     PIC 9(04) VALUE ZEROS.
       77 W-DIA-MAX      PIC 9(02) VALUE ZEROS.
       77 W-DATA-OK      PIC 9(01) VALUE ZEROS.
       77 ST-MOT         PIC X(02) VALUE "00".
       77 W-TEM-MOT      PIC 9(01) VALUE ZEROS.
       77 W-MOT-OK       PIC 9(01) VALUE ZEROS.
       77 W-MOT-DIG      PIC X(03) VALUE SPACES.
       77 W-MOT-FALTA    PIC X(03) VALUE SPACES.
       77 W-MOT-SOBRA    PIC X(03) VALUE SPACES.
       77 W-MOT-ITEM     PIC X(01) VALUE SPACES.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-INV          PIC X(21).
       01 JRN-ANT-NUM          PIC X(16).
       01 JRN-ANT-PRO          PIC X(106).
       01 JRN-ANT-SLD          PIC X(16).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
       ABRIR-MOT.
                OPEN INPUT ARQMOT
                IF ST-MOT = "00"
                   MOVE 1 TO W-TEM-MOT
                ELSE
                   MOVE 0 TO W-TEM-MOT
                   MOVE "00" TO ST-MOT.
       ABRIR-PER.
                OPEN INPUT ARQPER
                IF ST-PER = "00"
       CONGELAR-LOOP.
                READ ARQPRO NEXT
                   AT END MOVE "10" TO ST-ERRO.
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO CONGELAR-FECHAR.
                MOVE ZEROS    TO INV-QTDE-CONT
                MOVE "N"      TO INV-CONTADO
                WRITE REGINV
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-INV THRU DIARIO-INV-FIM
                IF ST-INV = "00" OR "02"
                   ADD 1 TO W-GRAVADOS.
                GO TO CONGELAR-LOOP.
                   END-START
                   IF ST-ERRO = "00"
                      READ ARQPRO NEXT
                      MOVE REGPRO TO JRN-ANT-PRO
                   END-IF
                   IF ST-ERRO NOT = "00" OR PRO-BARRAS NOT = W-ENTRADA
                      MOVE "00" TO ST-ERRO
                ELSE
                   MOVE W-ENTRADA TO PRO-COD
                   READ ARQPRO
                   MOVE REGPRO TO JRN-ANT-PRO
                   IF ST-ERRO NOT = "00"
                      MOVE "00" TO ST-ERRO
                      DISPLAY "*** PRODUTO NAO CADASTRADO ***"
       DIGITAR-LER-INV.
                MOVE PRO-COD TO INV-PRO-COD
                READ ARQINV
                MOVE REGINV TO JRN-ANT-INV
                IF ST-INV NOT = "00"
                   MOVE "00" TO ST-INV
                   DISPLAY "*** PRODUTO FORA DA FOTO DO INVENTARIO"
                MOVE W-QTDE-CONT TO INV-QTDE-CONT
                MOVE "S"         TO INV-CONTADO
                REWRITE REGINV
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-INV THRU DIARIO-INV-FIM
                IF ST-INV NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-INV
                   DISPLAY "*** CONTAGEM NAO GRAVADA ***"
                END-START
                IF ST-ERRO = "00"
                   READ ARQPRO NEXT
                   MOVE REGPRO TO JRN-ANT-PRO
                END-IF
                IF ST-ERRO NOT = "00" OR PRO-BARRAS NOT = COL-BARRAS
                   MOVE "00" TO ST-ERRO
       IMPORTAR4.
                MOVE PRO-COD TO INV-PRO-COD
                READ ARQINV
                MOVE REGINV TO JRN-ANT-INV
                IF ST-INV NOT = "00"
                   MOVE "00" TO ST-INV
                   ADD 1 TO W-COL-REJ
                   MOVE COL-QTDE TO INV-QTDE-CONT
                   MOVE "S"      TO INV-CONTADO.
                REWRITE REGINV
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-INV THRU DIARIO-INV-FIM
                IF ST-INV NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-INV
                   ADD 1 TO W-COL-REJ
       LISTAR-LOOP.
                READ ARQINV NEXT
                   AT END MOVE "10" TO ST-INV.
                MOVE REGINV TO JRN-ANT-INV
                IF ST-INV NOT = "00"
                   MOVE "00" TO ST-INV
                   DISPLAY "PRODUTOS CONTADOS : " W-CONTADOS
                IF W-OPCAO NOT = "S" AND "s"
                   DISPLAY "*** APROVACAO CANCELADA ***"
                   GO TO APROVAR-FIM.
                IF W-TEM-MOT = 0
                   DISPLAY "*** CADASTRE OS MOTIVOS DE AJUSTE ANTES"
                           " DE APROVAR ***"
                   GO TO APROVAR-FIM.
       APROVAR-MOT-FALTA.
                DISPLAY "MOTIVO PADRAO DAS FALTAS (AJUSTE J)       : "
                        WITH NO ADVANCING
                ACCEPT W-MOT-DIG
                PERFORM VALIDAR-MOTIVO THRU VALIDAR-MOTIVO-FIM
                IF W-MOT-OK = 0
                   GO TO APROVAR-MOT-FALTA.
                MOVE W-MOT-DIG TO W-MOT-FALTA.
       APROVAR-MOT-SOBRA.
                DISPLAY "MOTIVO PADRAO DAS SOBRAS (AJUSTE A)       : "
                        WITH NO ADVANCING
                ACCEPT W-MOT-DIG
                PERFORM VALIDAR-MOTIVO THRU VALIDAR-MOTIVO-FIM
                IF W-MOT-OK = 0
                   GO TO APROVAR-MOT-SOBRA.
                MOVE W-MOT-DIG TO W-MOT-SOBRA.
       APROVAR-MOT-ITEM.
                DISPLAY "INFORMAR MOTIVO PRODUTO A PRODUTO (S/N)   : "
                        WITH NO ADVANCING
                ACCEPT W-MOT-ITEM
                IF W-MOT-ITEM = "s"
                   MOVE "S" TO W-MOT-ITEM.
                IF W-MOT-ITEM NOT = "S"
                   MOVE "N" TO W-MOT-ITEM.
                PERFORM ACHAR-PROX-MOV THRU ACHAR-PROX-MOV-FIM
                MOVE ZEROS TO W-AJUSTADOS
                MOVE ZEROS TO INV-PRO-COD
       APROVAR-LOOP.
                READ ARQINV NEXT
                   AT END MOVE "10" TO ST-INV.
                MOVE REGINV TO JRN-ANT-INV
                IF ST-INV NOT = "00"
                   MOVE "00" TO ST-INV
                   DISPLAY "*** AJUSTES CONTABILIZADOS : "
                IF W-DIF = ZEROS
                   MOVE "P" TO INV-CONTADO
                   REWRITE REGINV
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-INV THRU DIARIO-INV-FIM
                   GO TO APROVAR-LOOP.
       APROVAR-AJUSTE.
                MOVE INV-PRO-COD TO PRO-COD
                READ ARQPRO
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   DISPLAY "*** PRODUTO " INV-PRO-COD
                IF W-DIF > ZEROS
                   MOVE "A"   TO MOV-TIPO
                   MOVE W-DIF TO MOV-QTDE
                   MOVE W-MOT-SOBRA TO MOV-MOTIVO
                   ADD  W-DIF TO PRO-QTDE
                ELSE
                   MOVE "J" TO MOV-TIPO
                   COMPUTE MOV-QTDE = ZEROS - W-DIF
                   MOVE W-MOT-FALTA TO MOV-MOTIVO
                   IF MOV-QTDE > PRO-QTDE
                      MOVE ZEROS TO PRO-QTDE
                   ELSE
                      SUBTRACT MOV-QTDE FROM PRO-QTDE.
                IF W-MOT-ITEM = "S"
                   PERFORM PEDIR-MOT-ITEM THRU PEDIR-MOT-ITEM-FIM.
                WRITE REGMOV
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-MOV THRU DIARIO-MOV-FIM
                IF ST-MOV NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-MOV
                   DISPLAY "*** MOVIMENTO DE AJUSTE NAO GRAVADO P/ "
                   GO TO APROVAR-LOOP.
                ADD 1 TO PRO-VERSAO
                REWRITE REGPRO
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PRO THRU DIARIO-PRO-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-ERRO
                   DISPLAY "*** SALDO NAO ATUALIZADO P/ " PRO-COD
                PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                MOVE "P" TO INV-CONTADO
                REWRITE REGINV
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-INV THRU DIARIO-INV-FIM
                ADD 1 TO W-AJUSTADOS
                GO TO APROVAR-LOOP.
       APROVAR-FIM.
                EXIT.
      *
      ***************************************
      * MOTIVO DO AJUSTE PRODUTO A PRODUTO;  *
      * EM BRANCO MANTEM O MOTIVO PADRAO DA  *
      * FALTA OU DA SOBRA                    *
      ***************************************
      *
       PEDIR-MOT-ITEM.
                DISPLAY "  " PRO-COD " " PRO-DESC " " MOV-TIPO " "
                        MOV-QTDE
                DISPLAY "  MOTIVO (BRANCO=" MOV-MOTIVO ")"
                        "                   : " WITH NO ADVANCING
                MOVE SPACES TO W-MOT-DIG
                ACCEPT W-MOT-DIG
                IF W-MOT-DIG = SPACES
                   GO TO PEDIR-MOT-ITEM-FIM.
                PERFORM VALIDAR-MOTIVO THRU VALIDAR-MOTIVO-FIM
                IF W-MOT-OK = 0
                   GO TO PEDIR-MOT-ITEM.
                MOVE W-MOT-DIG TO MOV-MOTIVO.
       PEDIR-MOT-ITEM-FIM.
                EXIT.
      *
      ***************************************
      * VALIDACAO DO MOTIVO DIGITADO EM      *
      * W-MOT-DIG CONTRA A TABELA ARQMOT     *
      ***************************************
      *
       VALIDAR-MOTIVO.
                MOVE 0 TO W-MOT-OK
                IF W-MOT-DIG = SPACES
                   DISPLAY "*** MOTIVO OBRIGATORIO ***"
                   GO TO VALIDAR-MOTIVO-FIM.
                MOVE W-MOT-DIG TO MOT-COD
                READ ARQMOT
                IF ST-MOT NOT = "00"
                   MOVE "00" TO ST-MOT
                   DISPLAY "*** MOTIVO NAO CADASTRADO ***"
                   GO TO VALIDAR-MOTIVO-FIM.
                IF MOT-SIT = "I"
                   DISPLAY "*** MOTIVO INATIVO ***"
                   GO TO VALIDAR-MOTIVO-FIM.
                DISPLAY "  " MOT-DESC
                MOVE 1 TO W-MOT-OK.
       VALIDAR-MOTIVO-FIM.
                EXIT.
      *
      ***************************************
      * ABERTURA DO ARQ DE SALDO POR LOCAL   *
      ***************************************
      *
                MOVE MOV-PRO-COD TO SLD-PRO-COD
                MOVE W-LOC-ATU   TO SLD-LOC
                READ ARQSLD
                MOVE REGSLD TO JRN-ANT-SLD
                IF ST-SLD NOT = "00"
                   MOVE "00" TO ST-SLD
                   MOVE MOV-PRO-COD TO SLD-PRO-COD
                   MOVE W-LOC-ATU   TO SLD-LOC
                   MOVE ZEROS       TO SLD-QTDE
                   WRITE REGSLD
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-SLD THRU DIARIO-SLD-FIM
                   IF ST-SLD NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-SLD
                      DISPLAY "*** SALDO DO LOCAL NAO ATUALIZADO ***"
                   ELSE
                      SUBTRACT MOV-QTDE FROM SLD-QTDE.
                REWRITE REGSLD
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-SLD THRU DIARIO-SLD-FIM
                IF ST-SLD NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-SLD
                   DISPLAY "*** SALDO DO LOCAL NAO ATUALIZADO ***".
                    NEXT SENTENCE.
                MOVE "MOVIMENT" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM NOT = "00"
                   MOVE "00" TO ST-NUM
                   PERFORM ACHAR-PROX-MOV THRU ACHAR-PROX-MOV-FIM
                   MOVE "MOVIMENT" TO NUM-SERIE
                   MOVE W-MOV-PROX TO NUM-PROXIMO
                   WRITE REGNUM
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                   IF ST-NUM NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-NUM
                      DISPLAY "*** SERIE DE NUMERACAO NAO CRIADA ***".
       OBTER-NUM-MOV.
                MOVE "MOVIMENT" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM NOT = "00"
                   MOVE "00" TO ST-NUM
                   MOVE 1    TO NUM-PROXIMO.
                MOVE NUM-PROXIMO TO MOV-NUM
                ADD 1 TO NUM-PROXIMO
                REWRITE REGNUM
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                IF ST-NUM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-NUM
                   DISPLAY "*** SERIE DE NUMERACAO NAO ATUALIZADA ***".
                CLOSE ARQPRO ARQINV ARQMOV ARQAUD ARQNUM ARQSLD
                IF W-TEM-PER = 1
                   CLOSE ARQPER.
                IF W-TEM-MOT = 1
                   CLOSE ARQMOT.
                DISPLAY "*** INVENTARIO ENCERRADO ***"
                GO TO ROT-FIM.
      *
      ***************************************
      * REGISTRO DAS ATUALIZACOES NO DIARIO  *
      * (ARQJRN), USADO NA RECUPERACAO DOS   *
      * ARQUIVOS A PARTIR DA COPIA DE        *
      * SEGURANCA                            *
      ***************************************
      *
       GRAVAR-DIARIO.
                MOVE "INVENT"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-INV.
                MOVE "ARQINV"     TO JRN-ARQUIVO
                MOVE ST-INV       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-INV TO JRN-ANTES
                ELSE
                   MOVE REGINV TO JRN-ANTES.
                MOVE REGINV TO JRN-DEPOIS JRN-ANT-INV
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-INV-FIM.
                EXIT.
       DIARIO-MOV.
                MOVE "ARQMOV"     TO JRN-ARQUIVO
                MOVE ST-MOV       TO JRN-STATUS
                MOVE REGMOV TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-MOV-FIM.
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
       DIARIO-SLD.
                MOVE "ARQSLD"     TO JRN-ARQUIVO
                MOVE ST-SLD       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-SLD TO JRN-ANTES
                ELSE
                   MOVE REGSLD TO JRN-ANTES.
                MOVE REGSLD TO JRN-DEPOIS JRN-ANT-SLD
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-SLD-FIM.
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
