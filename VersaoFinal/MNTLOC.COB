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
       01 JRN-ANT-LOC          PIC X(22).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELALOC.
                      MOVE "01"   TO LOC-COD
                      MOVE "LOJA" TO LOC-NOME
                      WRITE REGLOC
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM DIARIO-LOC THRU DIARIO-LOC-FIM
                      CLOSE ARQLOC
                      MOVE "* ARQUIVO DE LOCAIS SENDO CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
       LER-LOC01.
                MOVE 0 TO W-SEL
                READ ARQLOC
                MOVE REGLOC TO JRN-ANT-LOC
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELALOC
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   IF LOC-COD (1:1) = "K"
                      MOVE "*** LOCAL K E RESERVADO A CONSIGNACAO ***"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R2.
       R3.
                ACCEPT TLOC-NOME
                ACCEPT W-ACT FROM ESCAPE KEY
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGLOC
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-LOC THRU DIARIO-LOC-FIM
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQLOC RECORD
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-LOC THRU DIARIO-LOC-FIM
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGLOC
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-LOC THRU DIARIO-LOC-FIM
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
                MOVE "MNTLOC"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-LOC.
                MOVE "ARQLOC"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-LOC TO JRN-ANTES
                ELSE
                   MOVE REGLOC TO JRN-ANTES.
                MOVE REGLOC TO JRN-DEPOIS JRN-ANT-LOC
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-LOC-FIM.
                EXIT.
      *
      ***** ROTINA DE FIM *****
      *
       ROT-FIM.
