       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * MOVIMENTACAO DE ESTOQUE (ENTRADA/SAIDA)     *
      * COM MOTIVO OBRIGATORIO DA TABELA ARQMOT     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    LOCK MODE    IS AUTOMATIC
                    RECORD KEY   IS NUM-SERIE
                    FILE STATUS  IS ST-NUM.
       SELECT ARQMOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOT-COD
                    FILE STATUS  IS ST-MOT.
       SELECT ARQTRN ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-TRN.
                03 MOV-CPF-FORC    PIC 9(14).
                03 MOV-LOC         PIC X(02).
                03 MOV-LOC-DEST    PIC X(02).
                03 MOV-MOTIVO      PIC X(03).
      *
       FD ARQPRO
               LABEL RECORD IS STANDARD
       01 REGNUM.
                03 NUM-SERIE      PIC X(08).
                03 NUM-PROXIMO    PIC 9(08).
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
       FD ARQTRN
               LABEL RECORD IS STANDARD
       77 W-LOT-VENC     PIC 9(08) VALUE ZEROS.
       77 W-LOT-ESC      PIC X(10) VALUE SPACES.
       77 W-ARQ-LOCK     PIC X(08) VALUE SPACES.
       77 ST-MOT         PIC X(02) VALUE "00".

       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-LOTE         PIC X(32).
       01 JRN-ANT-NUM          PIC X(16).
       01 JRN-ANT-PRO          PIC X(106).
       01 JRN-ANT-SLD          PIC X(16).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAMOV.
               VALUE  "                       DATA :".
           05  LINE 13  COLUMN 01
               VALUE  "      QUANTIDADE EM ESTOQUE :".
           05  LINE 14  COLUMN 01
               VALUE  "                     MOTIVO :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-LOC
           05  TPRO-QTDE
               LINE 13  COLUMN 30  PIC 9(06)
               USING  PRO-QTDE.
           05  TMOV-MOTIVO
               LINE 14  COLUMN 30  PIC X(03)
               USING  MOV-MOTIVO.
           05  TMOT-DESC
               LINE 14  COLUMN 35  PIC X(30)
               USING  MOT-DESC.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       GARANTIR-SERIE.
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
                   IF ST-NUM NOT = "00" AND NOT = "02"
                      MOVE "ERRO NA CRIACAO DA SERIE DE NUMERACAO"
                                                             TO MENS
                      MOVE "01"   TO LOC-COD
                      MOVE "LOJA" TO LOC-NOME
                      WRITE REGLOC
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM DIARIO-LOC THRU DIARIO-LOC-FIM
                      CLOSE ARQLOC
                      GO TO ABRIR-LOC
               ELSE
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       ABRIR-MOT.
           OPEN INPUT ARQMOT
           IF ST-MOT NOT = "00"
                      MOVE "00" TO ST-MOT
                      MOVE "*** CADASTRE OS MOTIVOS DE AJUSTE ***"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQMOV ARQPRO ARQNUM ARQLOC ARQSLD ARQLOTE
                      GO TO ROT-FIMP.
       ABRIR-PER.
                OPEN INPUT ARQPER
                IF ST-PER = "00"
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
       R1.
                MOVE SPACES TO MOV-TIPO PRO-DESC MOV-MOTIVO MOT-DESC.
                MOVE ZEROS  TO MOV-NUM MOV-PRO-COD MOV-QTDE MOV-DATA
                               MOV-CPF-FORC.
                MOVE ZEROS  TO PRO-QTDE.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE ARQMOV ARQPRO ARQNUM ARQLOC ARQSLD
                         ARQLOTE ARQMOT ARQERRO
                   IF W-TEM-PER = 1
                      CLOSE ARQPER
                   END-IF
                   MOVE "*** LOCAL NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2L.
                IF W-LOC = "TT"
                   MOVE "*** TRANSITO SO MOVIMENTA PELO TRFEST ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2L.
                IF W-LOC (1:1) = "K"
                   MOVE "*** CONSIGNACAO SO MOVIMENTA PELO CONSIG ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2L.
       R3.
                ACCEPT TMOV-PRO-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                MOVE MOV-PRO-COD TO PRO-COD.
       R3B.
                READ ARQPRO
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-PRO = "99"
                   MOVE "00" TO ST-PRO
                   MOVE "ARQPRO" TO W-ARQ-LOCK
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       R5M.
                ACCEPT TMOV-MOTIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R5.
                IF MOV-MOTIVO = SPACES
                   MOVE "*** MOTIVO DO MOVIMENTO OBRIGATORIO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5M.
                MOVE MOV-MOTIVO TO MOT-COD
                READ ARQMOT
                IF ST-MOT NOT = "00"
                   MOVE "00" TO ST-MOT
                   MOVE "*** MOTIVO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5M.
                IF MOT-SIT = "I"
                   MOVE "*** MOTIVO INATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5M.
                DISPLAY TMOT-DESC.
       R6.
                ACCEPT TMOV-DATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R5M.
                IF MOV-DATA = ZEROS
                   MOVE "DATA DEVE SER DIFERENTE DE ZEROS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE W-LOC   TO MOV-LOC.
                MOVE SPACES  TO MOV-LOC-DEST.
                WRITE REGMOV
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-MOV THRU DIARIO-MOV-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO DE MOVIMENTO"
                                                       TO MENS
                MOVE W-QTDE-NOVA TO PRO-QTDE.
                ADD 1 TO PRO-VERSAO.
                REWRITE REGPRO
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PRO THRU DIARIO-PRO-FIM
                IF ST-PRO = "00" OR "02"
                   MOVE W-LOC TO W-LOC-ATU
                   IF MOV-TIPO = "E"
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
                      DISPLAY (22, 12)
                   ELSE
                      SUBTRACT MOV-QTDE FROM SLD-QTDE.
                REWRITE REGSLD
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-SLD THRU DIARIO-SLD-FIM
                IF ST-SLD NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-SLD
                   DISPLAY (22, 12)
       FEFO-SCAN.
                READ ARQLOTE NEXT
                   AT END MOVE "10" TO ST-LOT.
                MOVE REGLOTE TO JRN-ANT-LOTE
                IF ST-LOT NOT = "00" OR
                   LOT-PRO-COD NOT = MOV-PRO-COD
                   MOVE "00" TO ST-LOT
                MOVE MOV-PRO-COD TO LOT-PRO-COD
                MOVE W-LOT-ESC   TO LOT-NUMERO
                READ ARQLOTE
                MOVE REGLOTE TO JRN-ANT-LOTE
                IF ST-LOT NOT = "00"
                   MOVE "00" TO ST-LOT
                   GO TO BAIXAR-LOTE-FEFO-FIM.
                   SUBTRACT LOT-QTDE FROM W-FALTA
                   MOVE ZEROS TO LOT-QTDE.
                REWRITE REGLOTE
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-LOTE THRU DIARIO-LOTE-FIM
                IF ST-LOT NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-LOT
                   DISPLAY (22, 12)
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
                   DISPLAY (22, 12)
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
                IF W-TREINO = 1
                   GO TO GRAVAR-DIARIO-FIM.
                MOVE "MOVPRO"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
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
       DIARIO-LOC.
                MOVE "ARQLOC"     TO JRN-ARQUIVO
                MOVE ST-LOC       TO JRN-STATUS
                MOVE REGLOC TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-LOC-FIM.
                EXIT.
       DIARIO-MOV.
                MOVE "ARQMOV"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                MOVE REGMOV TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-MOV-FIM.
                EXIT.
       DIARIO-PRO.
                MOVE "ARQPRO"     TO JRN-ARQUIVO
                MOVE ST-PRO       TO JRN-STATUS
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
       DIARIO-LOTE.
                MOVE "ARQLOTE"    TO JRN-ARQUIVO
                MOVE ST-LOT       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-LOTE TO JRN-ANTES
                ELSE
                   MOVE REGLOTE TO JRN-ANTES.
                MOVE REGLOTE TO JRN-DEPOIS JRN-ANT-LOTE
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-LOTE-FIM.
                EXIT.
      *
      ***** ROTINA DE FIM *****
      *
       ROT-FIM.
