       77 W-DATA-ANO    PIC 9(04) VALUE ZEROS.
       77 W-DIA-MAX     PIC 9(02) VALUE ZEROS.
       77 W-DATA-OK     PIC 9(01) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-FER          PIC X(38).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFER.
       LER-FER01.
                MOVE 0 TO W-SEL
                READ ARQFER
                MOVE REGFER TO JRN-ANT-FER
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAFER
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGFER
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-FER THRU DIARIO-FER-FIM
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQFER RECORD
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-FER THRU DIARIO-FER-FIM
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGFER
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-FER THRU DIARIO-FER-FIM
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
                MOVE "MNTFER"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-FER.
                MOVE "ARQFER"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-FER TO JRN-ANTES
                ELSE
                   MOVE REGFER TO JRN-ANTES.
                MOVE REGFER TO JRN-DEPOIS JRN-ANT-FER
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-FER-FIM.
                EXIT.
      *
      ***** ROTINA DE FIM *****
      *
       ROT-FIM.
