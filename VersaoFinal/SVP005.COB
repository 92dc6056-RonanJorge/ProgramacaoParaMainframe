                03 OPE-DATA-SENHA         PIC 9(08).
                03 OPE-FALHAS             PIC 9(02).
                03 OPE-BLOQ               PIC X(01).
                03 OPE-LIM-COMPRA         PIC 9(10).
      *
       FD ARQAUD
               LABEL RECORD IS STANDARD
       77 W-AUD-OP       PIC X(01) VALUE SPACES.
       77 W-VERSAO-LIDA  PIC 9(08) VALUE ZEROS.
       01 W-REGOPE-SALVO.
                03 FILLER         PIC X(85).
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-OPE          PIC X(85).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAOPE.
               VALUE  "ADMINISTRADOR     :".
           05  LINE 19  COLUMN 04
               VALUE  "PERC. COMISSAO    :".
           05  LINE 20  COLUMN 04
               VALUE  "LIMITE COMPRA     :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TOPE-COD
           05  TOPE-PERC-COM
               LINE 19  COLUMN 24  PIC 9(02)V99
               USING  OPE-PERC-COM.
           05  TOPE-LIM-COMPRA
               LINE 20  COLUMN 24  PIC 9(10)
               USING  OPE-LIM-COMPRA.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE SPACES TO OPE-COD OPE-SENHA OPE-NOME.
                MOVE "N" TO OPE-PERM-CAD OPE-PERM-MOV OPE-PERM-CON.
                MOVE "N" TO OPE-PERM-REL OPE-PERM-ADM.
                MOVE ZEROS TO OPE-PERC-COM OPE-LIM-COMPRA.
                MOVE "A" TO OPE-SIT.
                MOVE 1   TO OPE-VERSAO.
                MOVE ZEROS TO OPE-DATA-SENHA OPE-FALHAS.
       LER-OPE01.
                MOVE 0 TO W-SEL
                READ ARQOPE
                MOVE REGOPE TO JRN-ANT-OPE
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAOPE
                ACCEPT TOPE-PERC-COM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R9.
       R11.
                ACCEPT TOPE-LIM-COMPRA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R10.
      *
                IF W-SEL = 1
                              GO TO ALT-OPC.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R11.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       INC-WR1.
                ACCEPT OPE-DATA-SENHA FROM DATE YYYYMMDD
                WRITE REGOPE
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-OPE THRU DIARIO-OPE-FIM
                IF ST-ERRO = "00" OR "02"
                      MOVE "I" TO W-AUD-OP
                      PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                MOVE "E" TO OPE-SIT
                MOVE REGOPE TO W-REGOPE-SALVO
                READ ARQOPE
                MOVE REGOPE TO JRN-ANT-OPE
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA VERIFICACAO DE CONCORRENCIA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE W-REGOPE-SALVO TO REGOPE
                ADD 1 TO OPE-VERSAO
                REWRITE REGOPE
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-OPE THRU DIARIO-OPE-FIM
                IF ST-ERRO = "00"
                   MOVE "E" TO W-AUD-OP
                   PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R11.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE "A" TO OPE-SIT
                MOVE REGOPE TO W-REGOPE-SALVO
                READ ARQOPE
                MOVE REGOPE TO JRN-ANT-OPE
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA VERIFICACAO DE CONCORRENCIA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE W-REGOPE-SALVO TO REGOPE
                ADD 1 TO OPE-VERSAO
                REWRITE REGOPE
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-OPE THRU DIARIO-OPE-FIM
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
                MOVE "SVP005"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-OPE.
                MOVE "ARQOPE"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-OPE TO JRN-ANTES
                ELSE
                   MOVE REGOPE TO JRN-ANTES.
                MOVE REGOPE TO JRN-DEPOIS JRN-ANT-OPE
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-OPE-FIM.
                EXIT.
      *
      ***** ROTINA DE FIM *****
      *
       ROT-FIM.
