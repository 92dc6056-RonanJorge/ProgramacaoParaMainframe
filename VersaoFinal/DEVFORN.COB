                03 MOV-CPF-FORC    PIC 9(14).
                03 MOV-LOC         PIC X(02).
                03 MOV-LOC-DEST    PIC X(02).
                03 MOV-MOTIVO      PIC X(03).
      *
       FD ARQCP
               LABEL RECORD IS STANDARD
                03 CP-DATA-VENC       PIC 9(08).
                03 CP-STATUS          PIC X(01).
                03 CP-DATA-PGTO       PIC 9(08).
                03 CP-DESPESA         PIC 9(03).
                03 CP-CCUSTO          PIC 9(03).
      *
       FD ARQAUD
               LABEL RECORD IS STANDARD
       77 W-DATA-ANO     PIC 9(04) VALUE ZEROS.
       77 W-DIA-MAX      PIC 9(02) VALUE ZEROS.
       77 W-DATA-OK      PIC 9(01) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-CP           PIC X(63).
       01 JRN-ANT-NUM          PIC X(16).
       01 JRN-ANT-PRO          PIC X(106).
       01 JRN-ANT-SLD          PIC X(16).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                   GO TO PEDIR-PRODUTO.
                MOVE W-PRODUTO TO PRO-COD
                READ ARQPRO
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   DISPLAY "*** PRODUTO NAO CADASTRADO ***"
                MOVE W-CPF       TO MOV-CPF-FORC
                MOVE "01"        TO MOV-LOC
                MOVE SPACES      TO MOV-LOC-DEST
                MOVE SPACES      TO MOV-MOTIVO
                WRITE REGMOV
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-MOV THRU DIARIO-MOV-FIM
                IF ST-MOV NOT = "00" AND NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO MOVIMENTO: " ST-MOV
                   MOVE "ARQMOV" TO ERR-ARQUIVO
                SUBTRACT W-QTDE-DEV FROM PRO-QTDE
                ADD 1 TO PRO-VERSAO
                REWRITE REGPRO
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PRO THRU DIARIO-PRO-FIM
                IF ST-PRO NOT = "00" AND NOT = "02"
                   DISPLAY "ERRO NA BAIXA DO ESTOQUE: " ST-PRO
                   MOVE "ARQPRO" TO ERR-ARQUIVO
       ABATER-LOOP.
                READ ARQCP NEXT
                   AT END MOVE "10" TO ST-CP.
                MOVE REGCP TO JRN-ANT-CP
                IF ST-CP NOT = "00" OR CP-FOR-CPF NOT = W-CPF
                   MOVE "00" TO ST-CP
                   GO TO ABATER-FIM.
                   MOVE "P"        TO CP-STATUS
                   MOVE W-DATA-DEV TO CP-DATA-PGTO.
                REWRITE REGCP
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CP THRU DIARIO-CP-FIM
                IF ST-CP NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-CP
                   DISPLAY "*** TITULO " CP-NUM " NAO ATUALIZADO ***"
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
                MOVE "DEVFORN"    TO JRN-PROGRAMA
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
       DIARIO-CP.
                MOVE "ARQCP"      TO JRN-ARQUIVO
                MOVE ST-CP        TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CP TO JRN-ANTES
                ELSE
                   MOVE REGCP TO JRN-ANTES.
                MOVE REGCP TO JRN-DEPOIS JRN-ANT-CP
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CP-FIM.
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
