       77 W-VERSAO-LIDA  PIC 9(08) VALUE ZEROS.
       01 W-REGCEP-SALVO.
                03 FILLER         PIC X(89).
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-CEP          PIC X(89).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA01.
       LER-CEP01.
                MOVE 0 TO W-SEL
                READ ARQCEP
                MOVE REGCEP TO JRN-ANT-CEP
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM R6A THRU R6B
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCEP
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CEP THRU DIARIO-CEP-FIM
                IF ST-ERRO = "00" OR "02"
                      MOVE "I" TO W-AUD-OP
                      PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                MOVE "E" TO CEP-SIT
                MOVE REGCEP TO W-REGCEP-SALVO
                READ ARQCEP
                MOVE REGCEP TO JRN-ANT-CEP
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA VERIFICACAO DE CONCORRENCIA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE W-REGCEP-SALVO TO REGCEP
                ADD 1 TO CEP-VERSAO
                REWRITE REGCEP
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CEP THRU DIARIO-CEP-FIM
                IF ST-ERRO = "00"
                   MOVE "E" TO W-AUD-OP
                   PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                MOVE "A" TO CEP-SIT
                MOVE REGCEP TO W-REGCEP-SALVO
                READ ARQCEP
                MOVE REGCEP TO JRN-ANT-CEP
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA VERIFICACAO DE CONCORRENCIA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE W-REGCEP-SALVO TO REGCEP
                ADD 1 TO CEP-VERSAO
                REWRITE REGCEP
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CEP THRU DIARIO-CEP-FIM
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
                MOVE "SVP001"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-CEP.
                MOVE "ARQCEP"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CEP TO JRN-ANTES
                ELSE
                   MOVE REGCEP TO JRN-ANTES.
                MOVE REGCEP TO JRN-DEPOIS JRN-ANT-CEP
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CEP-FIM.
                EXIT.
      *
      ***** ROTINA DE FIM *****
      *
       ROT-FIM.
