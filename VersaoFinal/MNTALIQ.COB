       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-ALIQ         PIC X(09).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAALIQ.
       LER-ALQ01.
                MOVE 0 TO W-SEL
                READ ARQALIQ
                MOVE REGALIQ TO JRN-ANT-ALIQ
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAALIQ
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGALIQ
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-ALIQ THRU DIARIO-ALIQ-FIM
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQALIQ RECORD
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-ALIQ THRU DIARIO-ALIQ-FIM
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGALIQ
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-ALIQ THRU DIARIO-ALIQ-FIM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
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
                MOVE "MNTALIQ"    TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-ALIQ.
                MOVE "ARQALIQ"    TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-ALIQ TO JRN-ANTES
                ELSE
                   MOVE REGALIQ TO JRN-ANTES.
                MOVE REGALIQ TO JRN-DEPOIS JRN-ANT-ALIQ
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-ALIQ-FIM.
                EXIT.
      *
      ***** ROTINA DE FIM *****
      *
       ROT-FIM.
