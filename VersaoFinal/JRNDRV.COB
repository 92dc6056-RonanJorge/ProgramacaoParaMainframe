       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNDRV.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * DRIVER DO DIARIO DE ATUALIZACOES (ARQJRN)    *
      * CHAMADO PELOS PROGRAMAS QUE ATUALIZAM OS     *
      * ARQUIVOS MESTRES E DE MOVIMENTO, LOGO APOS   *
      * CADA WRITE, REWRITE OU DELETE, COM A AREA    *
      * JRN-COMUNIC:                                 *
      *   JRN-OPERACAO I = INCLUSAO  (SO DEPOIS)     *
      *                A = ALTERACAO (ANTES/DEPOIS)  *
      *                E = EXCLUSAO  (SO ANTES)      *
      *                L = ARQUIVO ESVAZIADO PARA    *
      *                    SER GERADO DE NOVO        *
      *                B = MARCA DE COPIA DE         *
      *                    SEGURANCA (BKPARQ), COM A *
      *                    GERACAO EM JRN-DEPOIS     *
      * SO SAO REGISTRADAS AS OPERACOES CONCLUIDAS   *
      * (STATUS 00 OU 02). O ARQUIVO E ABERTO EM     *
      * EXTEND E FECHADO A CADA CHAMADA, PARA QUE O  *
      * REGISTRO FIQUE EM DISCO MESMO QUE O PROGRAMA *
      * CHAMADOR SEJA INTERROMPIDO. O OPERADOR E O   *
      * INFORMADO EM JRN-OPERADOR OU, SE EM BRANCO,  *
      * O DO ULTIMO LOGIN GRAVADO PELO MENU NO       *
      * OPERLOG.DAT. O DIARIO E USADO PELO RECJRN    *
      * PARA REAPLICAR AS ATUALIZACOES POSTERIORES A *
      * UMA COPIA DE SEGURANCA RESTAURADA            *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-JRN.
       SELECT ARQOPL ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-OPL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQJRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQJRN.DAT".
       01 REGJRN.
                03 DRV-DATA       PIC 9(08).
                03 DRV-HORA       PIC 9(08).
                03 DRV-PROGRAMA   PIC X(08).
                03 DRV-OPERADOR   PIC X(20).
                03 DRV-ARQUIVO    PIC X(10).
                03 DRV-OPERACAO   PIC X(01).
                03 DRV-ANTES      PIC X(330).
                03 DRV-DEPOIS     PIC X(330).
      *
       FD ARQOPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OPERLOG.DAT".
       01 REGOPL            PIC X(20).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-JRN         PIC X(02) VALUE "00".
       77 ST-OPL         PIC X(02) VALUE "00".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING JRN-COMUNIC.
       INICIO.
                IF JRN-STATUS NOT = "00" AND NOT = "02"
                   GO TO ROT-FIM.
                IF JRN-OPERACAO NOT = "I" AND NOT = "A" AND NOT = "E"
                                AND NOT = "L" AND NOT = "B"
                   GO TO ROT-FIM.
                MOVE SPACES        TO REGJRN
                ACCEPT DRV-DATA FROM DATE YYYYMMDD
                ACCEPT DRV-HORA FROM TIME
                MOVE JRN-PROGRAMA  TO DRV-PROGRAMA
                MOVE JRN-OPERADOR  TO DRV-OPERADOR
                IF DRV-OPERADOR = SPACES
                   PERFORM LER-OPERADOR THRU LER-OPERADOR-FIM.
                MOVE JRN-ARQUIVO   TO DRV-ARQUIVO
                MOVE JRN-OPERACAO  TO DRV-OPERACAO
                IF JRN-OPERACAO = "A" OR JRN-OPERACAO = "E"
                   MOVE JRN-ANTES  TO DRV-ANTES.
                IF JRN-OPERACAO = "I" OR JRN-OPERACAO = "A"
                                      OR JRN-OPERACAO = "B"
                   MOVE JRN-DEPOIS TO DRV-DEPOIS.
                PERFORM GRAVAR THRU GRAVAR-FIM
                GO TO ROT-FIM.
      *
      ***** GRAVACAO DO REGISTRO NO DIARIO *****
      *
       GRAVAR.
                OPEN EXTEND ARQJRN
                IF ST-JRN = "35" OR ST-JRN = "30"
                   OPEN OUTPUT ARQJRN.
                IF ST-JRN NOT = "00"
                   MOVE "00" TO ST-JRN
                   GO TO GRAVAR-FIM.
                WRITE REGJRN
                MOVE "00" TO ST-JRN
                CLOSE ARQJRN.
       GRAVAR-FIM.
                EXIT.
      *
      ***************************************
      * OPERADOR DO ULTIMO LOGIN, GRAVADO    *
      * PELO MENU NO OPERLOG.DAT             *
      ***************************************
      *
       LER-OPERADOR.
                OPEN INPUT ARQOPL
                IF ST-OPL NOT = "00"
                   MOVE "00" TO ST-OPL
                   GO TO LER-OPERADOR-FIM.
                READ ARQOPL
                   AT END MOVE "10" TO ST-OPL.
                IF ST-OPL = "00"
                   MOVE REGOPL TO DRV-OPERADOR.
                MOVE "00" TO ST-OPL
                CLOSE ARQOPL.
       LER-OPERADOR-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
                EXIT PROGRAM.
