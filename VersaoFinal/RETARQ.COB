       77 W-DATA-ANO     PIC 9(04) VALUE ZEROS.
       77 W-DIA-MAX      PIC 9(02) VALUE ZEROS.
       77 W-DATA-OK      PIC 9(01) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                IF W-DATA-ORD NOT < W-CORTE-ORD
                   GO TO RET-HPR-EXP2.
                DELETE ARQHPR RECORD
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-HPR THRU DIARIO-HPR-FIM
                IF ST-HPR = "00"
                   ADD 1 TO W-REMOVIDOS.
                GO TO RET-HPR-EXP2.
       VALIDAR-DATA-FIM.
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
                MOVE "RETARQ"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-HPR.
                MOVE "ARQHPR"     TO JRN-ARQUIVO
                MOVE ST-HPR       TO JRN-STATUS
                MOVE REGHPR TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-HPR-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM2.
