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
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA01.
       LER-CPF01.
                MOVE 0 TO W-SEL
                READ ARQCLI
                MOVE REGCLI TO JRN-ANT-CLI
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELA01
                   GO TO INC-OPC.
       INC-WR01.
                WRITE REGCLI
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CLI THRU DIARIO-CLI-FIM
                IF ST-ERRO = "00" OR "02"
                      MOVE "I" TO W-AUD-OP
                      PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                MOVE "E" TO CLI-SIT
                MOVE REGCLI TO W-REGCLI-SALVO
                READ ARQCLI
                MOVE REGCLI TO JRN-ANT-CLI
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA VERIFICACAO DE CONCORRENCIA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE W-REGCLI-SALVO TO REGCLI
                ADD 1 TO CLI-VERSAO
                REWRITE REGCLI
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CLI THRU DIARIO-CLI-FIM
                IF ST-ERRO = "00"
                   MOVE "E" TO W-AUD-OP
                   PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                MOVE "A" TO CLI-SIT
                MOVE REGCLI TO W-REGCLI-SALVO
                READ ARQCLI
                MOVE REGCLI TO JRN-ANT-CLI
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA VERIFICACAO DE CONCORRENCIA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE W-REGCLI-SALVO TO REGCLI
                ADD 1 TO CLI-VERSAO
                REWRITE REGCLI
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CLI THRU DIARIO-CLI-FIM
                IF ST-ERRO = "00" OR "02"
                   MOVE "A" TO W-AUD-OP
                   PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
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
                MOVE "SVP002"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-CLI.
                MOVE "ARQCLI"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CLI TO JRN-ANTES
                ELSE
                   MOVE REGCLI TO JRN-ANTES.
                MOVE REGCLI TO JRN-DEPOIS JRN-ANT-CLI
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CLI-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
