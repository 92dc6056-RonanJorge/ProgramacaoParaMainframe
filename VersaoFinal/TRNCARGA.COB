                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUS-PRO-COD
                    FILE STATUS  IS ST-TRN.
       SELECT ARQSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BSER-CHAVE
                    FILE STATUS  IS ST-PRD.
       SELECT TRNARQSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SER-CHAVE
                    FILE STATUS  IS ST-TRN
                    ALTERNATE RECORD KEY IS SER-NUMERO
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS SER-NOTA
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 BOPE-COD       PIC X(08).
                03 FILLER         PIC X(08).
                03 BOPE-NOME      PIC X(30).
                03 FILLER         PIC X(39).
      *
       FD TRNARQOPE
               LABEL RECORD IS STANDARD
                03 OPE-COD        PIC X(08).
                03 FILLER         PIC X(08).
                03 OPE-NOME       PIC X(30).
                03 FILLER         PIC X(39).
      *
       FD ARQPARAM
               LABEL RECORD IS STANDARD
                03 BVDA-CHAVE.
                   05 BVDA-NOTA     PIC 9(08).
                   05 BVDA-ITEM     PIC 9(03).
                03 FILLER         PIC X(63).
      *
       FD TRNARQVDA
               LABEL RECORD IS STANDARD
                03 VDA-CHAVE.
                   05 VDA-NUM-NOTA  PIC 9(08).
                   05 VDA-ITEM      PIC 9(03).
                03 FILLER         PIC X(63).
      *
       FD ARQCR
               LABEL RECORD IS STANDARD
       01 REGBMOV.
                03 BMOV-NUM       PIC 9(08).
                03 BMOV-PRO       PIC 9(08).
                03 FILLER         PIC X(36).
      *
       FD TRNARQMOV
               LABEL RECORD IS STANDARD
       01 REGTMOV.
                03 MOV-NUM        PIC 9(08).
                03 MOV-PRO-COD    PIC 9(08).
                03 FILLER         PIC X(36).
      *
       FD ARQCUS
               LABEL RECORD IS STANDARD
       01 REGTCUS.
                03 CUS-PRO-COD    PIC 9(08).
                03 FILLER         PIC X(24).
      *
       FD ARQSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSER.DAT".
       01 REGBSER.
                03 BSER-CHAVE     PIC X(28).
                03 FILLER         PIC X(64).
      *
       FD TRNARQSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRNARQSER.DAT".
       01 REGTSER.
                03 SER-CHAVE.
                   05 SER-PRO-COD PIC 9(08).
                   05 SER-NUMERO  PIC X(20).
                03 FILLER         PIC X(01).
                03 SER-NOTA       PIC 9(08).
                03 FILLER         PIC X(55).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
                PERFORM CAR-CR THRU CAR-CR-FIM
                PERFORM CAR-MOV THRU CAR-MOV-FIM
                PERFORM CAR-CUS THRU CAR-CUS-FIM
                PERFORM CAR-SER THRU CAR-SER-FIM
                GO TO FIM-LOTE.
      *
       CAR-CLI.
                DISPLAY "   REGISTROS COPIADOS : " W-COPIADOS.
       CAR-CUS-FIM.
                EXIT.
       CAR-SER.
                DISPLAY " ----- ARQSER -> TRNARQSER ----- "
                OPEN INPUT ARQSER
                IF ST-PRD NOT = "00"
                   MOVE "00" TO ST-PRD
                   DISPLAY "   (AUSENTE - PULADO)"
                   GO TO CAR-SER-FIM.
                OPEN OUTPUT TRNARQSER
                IF ST-TRN NOT = "00"
                   MOVE "00" TO ST-TRN
                   DISPLAY "   *** ERRO NA CRIACAO DA COPIA ***"
                   CLOSE ARQSER
                   GO TO CAR-SER-FIM.
                MOVE ZEROS TO W-COPIADOS.
       CAR-SER-2.
                READ ARQSER NEXT
                   AT END MOVE "10" TO ST-PRD.
                IF ST-PRD NOT = "00"
                   MOVE "00" TO ST-PRD
                   GO TO CAR-SER-3.
                MOVE REGBSER TO REGTSER
                WRITE REGTSER
                IF ST-TRN NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-TRN
                   DISPLAY "   *** REGISTRO NAO COPIADO ***"
                ELSE
                   ADD 1 TO W-COPIADOS.
                GO TO CAR-SER-2.
       CAR-SER-3.
                CLOSE ARQSER TRNARQSER
                DISPLAY "   REGISTROS COPIADOS : " W-COPIADOS.
       CAR-SER-FIM.
                EXIT.
      *
       FIM-LOTE.
                DISPLAY "*** CARGA DO TREINAMENTO CONCLUIDA ***"
