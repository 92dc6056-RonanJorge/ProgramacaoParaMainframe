       77 W-KIT-PAI      PIC 9(08) VALUE ZEROS.
       77 W-KIT-COMP     PIC 9(08) VALUE ZEROS.
       77 W-ANINHA       PIC 9(01) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-KIT          PIC X(20).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAKIT.
       LER-KIT01.
                MOVE 0 TO W-SEL
                READ ARQKIT
                MOVE REGKIT TO JRN-ANT-KIT
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAKIT
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGKIT
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-KIT THRU DIARIO-KIT-FIM
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQKIT RECORD
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-KIT THRU DIARIO-KIT-FIM
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGKIT
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-KIT THRU DIARIO-KIT-FIM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       VERIF-PAI-COMP2.
                READ ARQKIT NEXT
                   AT END MOVE "10" TO ST-ERRO.
                MOVE REGKIT TO JRN-ANT-KIT
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO VERIF-PAI-COMP-VOLTA.
                   READ ARQKIT NEXT
                      AT END MOVE "10" TO ST-ERRO
                   END-READ
                   MOVE REGKIT TO JRN-ANT-KIT
                   IF ST-ERRO = "00" AND KIT-PRO-COD = W-KIT-COMP
                      MOVE 1 TO W-ANINHA.
                MOVE "00" TO ST-ERRO
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
                MOVE "MNTKIT"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-KIT.
                MOVE "ARQKIT"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-KIT TO JRN-ANTES
                ELSE
                   MOVE REGKIT TO JRN-ANTES.
                MOVE REGKIT TO JRN-DEPOIS JRN-ANT-KIT
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-KIT-FIM.
                EXIT.
      *
      ***** ROTINA DE FIM *****
      *
       ROT-FIM.
