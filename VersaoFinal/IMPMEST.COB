           03 FILLER      PIC 9(2) VALUE 02.
       01 TBPESOCNPJ2R REDEFINES TBPESOCNPJ2.
           03 PESOCNPJ2   PIC 9(2) OCCURS 13 TIMES.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-CLI          PIC X(270).
       01 JRN-ANT-FOR          PIC X(256).
       01 JRN-ANT-PRO          PIC X(106).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                   GO TO IMPORTAR-CLI-FIM.
                MOVE IMP-CLI-CPF TO CLI-CPF
                READ ARQCLI
                MOVE REGCLI TO JRN-ANT-CLI
                IF ST-CLI = "00"
                   PERFORM MONTAR-CLI THRU MONTAR-CLI-FIM
                   ADD 1 TO CLI-VERSAO
                   REWRITE REGCLI
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-CLI THRU DIARIO-CLI-FIM
                   IF ST-CLI = "00" OR "02"
                      ADD 1 TO W-ALTERADOS
                   ELSE
                   MOVE "A" TO CLI-SIT
                   MOVE 1   TO CLI-VERSAO
                   WRITE REGCLI
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-CLI THRU DIARIO-CLI-FIM
                   IF ST-CLI = "00" OR "02"
                      ADD 1 TO W-INCLUIDOS
                   ELSE
                   GO TO IMPORTAR-FOR-FIM.
                MOVE IMP-CLI-CPF TO FOR-CPF
                READ ARQFOR
                MOVE REGFOR TO JRN-ANT-FOR
                IF ST-FOR = "00"
                   PERFORM MONTAR-FOR THRU MONTAR-FOR-FIM
                   ADD 1 TO FOR-VERSAO
                   REWRITE REGFOR
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-FOR THRU DIARIO-FOR-FIM
                   IF ST-FOR = "00" OR "02"
                      ADD 1 TO W-ALTERADOS
                   ELSE
                   MOVE "A" TO FOR-SIT
                   MOVE 1   TO FOR-VERSAO
                   WRITE REGFOR
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-FOR THRU DIARIO-FOR-FIM
                   IF ST-FOR = "00" OR "02"
                      ADD 1 TO W-INCLUIDOS
                   ELSE
                   GO TO IMPORTAR-PRO-FIM.
                MOVE IMP-PRO-COD TO PRO-COD
                READ ARQPRO
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-PRO = "00"
                   PERFORM MONTAR-PRO THRU MONTAR-PRO-FIM
                   ADD 1 TO PRO-VERSAO
                   REWRITE REGPRO
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-PRO THRU DIARIO-PRO-FIM
                   IF ST-PRO = "00" OR "02"
                      ADD 1 TO W-ALTERADOS
                   ELSE
                   MOVE "A" TO PRO-SIT
                   MOVE 1   TO PRO-VERSAO
                   WRITE REGPRO
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-PRO THRU DIARIO-PRO-FIM
                   IF ST-PRO = "00" OR "02"
                      ADD 1 TO W-INCLUIDOS
                   ELSE
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
                MOVE "IMPMEST"    TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-CLI.
                MOVE "ARQCLI"     TO JRN-ARQUIVO
                MOVE ST-CLI       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CLI TO JRN-ANTES
                ELSE
                   MOVE REGCLI TO JRN-ANTES.
                MOVE REGCLI TO JRN-DEPOIS JRN-ANT-CLI
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CLI-FIM.
                EXIT.
       DIARIO-FOR.
                MOVE "ARQFOR"     TO JRN-ARQUIVO
                MOVE ST-FOR       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-FOR TO JRN-ANTES
                ELSE
                   MOVE REGFOR TO JRN-ANTES.
                MOVE REGFOR TO JRN-DEPOIS JRN-ANT-FOR
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-FOR-FIM.
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
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
