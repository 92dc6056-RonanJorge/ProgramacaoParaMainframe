       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS         	PIC X(50) VALUE SPACES.
       77 LIMPA      	PIC X(50) VALUE SPACES.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-PROFOR       PIC X(34).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPF.
       LER-PF01.
                MOVE 0 TO W-SEL
                READ ARQPROFOR
                MOVE REGPROFOR TO JRN-ANT-PROFOR
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAPF
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGPROFOR
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-PROFOR THRU DIARIO-PROFOR-FIM
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQPROFOR RECORD
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-PROFOR THRU DIARIO-PROFOR-FIM
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGPROFOR
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PROFOR THRU DIARIO-PROFOR-FIM
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
                MOVE "PROFOR"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-PROFOR.
                MOVE "ARQPROFOR"  TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PROFOR TO JRN-ANTES
                ELSE
                   MOVE REGPROFOR TO JRN-ANTES.
                MOVE REGPROFOR TO JRN-DEPOIS JRN-ANT-PROFOR
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PROFOR-FIM.
                EXIT.
      *
      ***** ROTINA DE FIM *****
      *
       ROT-FIM.
