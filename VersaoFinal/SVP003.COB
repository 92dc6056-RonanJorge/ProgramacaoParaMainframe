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
       01 JRN-ANT-FOR          PIC X(256).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFOR.
       LER-CPF01.
                MOVE 0 TO W-SEL
                READ ARQFOR
                MOVE REGFOR TO JRN-ANT-FOR
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAFOR
                   GO TO INC-OPC.
       INC-WR01.
                WRITE REGFOR
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-FOR THRU DIARIO-FOR-FIM
                IF ST-ERRO = "00" OR "02"
                      MOVE "I" TO W-AUD-OP
                      PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                MOVE "E" TO FOR-SIT
                MOVE REGFOR TO W-REGFOR-SALVO
                READ ARQFOR
                MOVE REGFOR TO JRN-ANT-FOR
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA VERIFICACAO DE CONCORRENCIA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE W-REGFOR-SALVO TO REGFOR
                ADD 1 TO FOR-VERSAO
                REWRITE REGFOR
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-FOR THRU DIARIO-FOR-FIM
                IF ST-ERRO = "00"
                   MOVE "E" TO W-AUD-OP
                   PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                MOVE "A" TO FOR-SIT
                MOVE REGFOR TO W-REGFOR-SALVO
                READ ARQFOR
                MOVE REGFOR TO JRN-ANT-FOR
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA VERIFICACAO DE CONCORRENCIA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE W-REGFOR-SALVO TO REGFOR
                ADD 1 TO FOR-VERSAO
                REWRITE REGFOR
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-FOR THRU DIARIO-FOR-FIM
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
                MOVE "SVP003"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-FOR.
                MOVE "ARQFOR"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-FOR TO JRN-ANTES
                ELSE
                   MOVE REGFOR TO JRN-ANTES.
                MOVE REGFOR TO JRN-DEPOIS JRN-ANT-FOR
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-FOR-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
