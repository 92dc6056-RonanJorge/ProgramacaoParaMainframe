       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTCCU.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * MANUTENCAO DA TABELA DE CENTROS DE CUSTO    *
      * (LOJA, DEPOSITO, ADMINISTRACAO, ...) DO     *
      * CONTAS A PAGAR. O CENTRO PODE SER LIGADO A  *
      * UM LOCAL DE ESTOQUE (ARQLOC) PARA O         *
      * RELATORIO DE DESPESAS POR LOCAL (RELDESP)   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQCCU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CCU-COD
                    FILE STATUS  IS ST-ERRO.
       SELECT ARQLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOC-COD
                    FILE STATUS  IS ST-LOC.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQCCU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCCU.DAT".
       01 REGCCU.
                03 CCU-COD       PIC 9(03).
                03 CCU-NOME      PIC X(30).
                03 CCU-TIPO      PIC X(01).
                03 CCU-LOC       PIC X(02).
      *
       FD ARQLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOC.DAT".
       01 REGLOC.
                03 LOC-COD     PIC X(02).
                03 LOC-NOME      PIC X(20).
      *
       FD ARQERRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQERRO.DAT".
       01 REGERRO.
                03 ERR-DATA          PIC 9(08).
                03 ERR-HORA          PIC 9(08).
                03 ERR-PROGRAMA      PIC X(08).
                03 ERR-ARQUIVO       PIC X(08).
                03 ERR-STATUS        PIC X(02).
                03 ERR-MENSAGEM      PIC X(50).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL          PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO     PIC X(02) VALUE "00".
       77 ST-LOC      PIC X(02) VALUE "00".
       77 ST-LOG      PIC X(02) VALUE "00".
       77 W-TEM-LOC   PIC 9(01) VALUE ZEROS.
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
       01 JRN-ANT-CCU          PIC X(36).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACCU.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "=============================CENTROS".
           05  LINE 03  COLUMN 37
               VALUE  " DE CUSTO ==================================".
           05  LINE 08  COLUMN 01
               VALUE  "        CODIGO :".
           05  LINE 09  COLUMN 01
               VALUE  "          NOME :".
           05  LINE 10  COLUMN 01
               VALUE  "          TIPO :".
           05  LINE 10  COLUMN 22
               VALUE  "(L=LOJA D=DEPOSITO A=ADMINISTRACAO O=OUTRO)".
           05  LINE 11  COLUMN 01
               VALUE  "         LOCAL :".
           05  LINE 11  COLUMN 45
               VALUE  "(BRANCO = SEM LOCAL)".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCCU-COD
               LINE 08  COLUMN 18  PIC 9(03)
               USING  CCU-COD.
           05  TCCU-NOME
               LINE 09  COLUMN 18  PIC X(30)
               USING  CCU-NOME.
           05  TCCU-TIPO
               LINE 10  COLUMN 18  PIC X(01)
               USING  CCU-TIPO.
           05  TCCU-LOC
               LINE 11  COLUMN 18  PIC X(02)
               USING  CCU-LOC.
           05  TLOC-NOME
               LINE 11  COLUMN 22  PIC X(20)
               USING  LOC-NOME.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O ARQCCU
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT ARQCCU
                      CLOSE ARQCCU
                      MOVE "* ARQ CENTROS DE CUSTO SENDO CRIADO *"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ CENTROS DE CUSTO"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-OP0B.
                OPEN INPUT ARQLOC
                IF ST-LOC = "00"
                   MOVE 1 TO W-TEM-LOC
                ELSE
                   MOVE "00" TO ST-LOC
                   MOVE 0 TO W-TEM-LOC.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
       R1.
                MOVE SPACES TO CCU-NOME CCU-TIPO CCU-LOC LOC-NOME.
                MOVE ZEROS  TO CCU-COD.
                DISPLAY TELACCU.
       R2.
                ACCEPT TCCU-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE ARQCCU ARQERRO
                   IF W-TEM-LOC = 1
                      CLOSE ARQLOC
                   END-IF
                   GO TO ROT-FIM.
                IF CCU-COD = ZEROS
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
       LER-CCU01.
                MOVE 0 TO W-SEL
                READ ARQCCU
                MOVE REGCCU TO JRN-ANT-CCU
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM LER-LOC THRU LER-LOC-FIM
                      DISPLAY TELACCU
                      MOVE "*** CENTRO DE CUSTO JA CADASTRADO ***"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CENTROS DE CUSTO"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       R3.
                ACCEPT TCCU-NOME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R2.
                IF CCU-NOME = SPACES
                   MOVE "NOME DEVE SER DIFERENTE DE BRANCOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       R4.
                ACCEPT TCCU-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R3.
                IF CCU-TIPO = "l"
                   MOVE "L" TO CCU-TIPO.
                IF CCU-TIPO = "d"
                   MOVE "D" TO CCU-TIPO.
                IF CCU-TIPO = "a"
                   MOVE "A" TO CCU-TIPO.
                IF CCU-TIPO = "o"
                   MOVE "O" TO CCU-TIPO.
                IF CCU-TIPO NOT = "L" AND "D" AND "A" AND "O"
                   MOVE "*** DIGITE L, D, A OU O ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
                DISPLAY TCCU-TIPO.
       R5.
                ACCEPT TCCU-LOC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R4.
                IF CCU-LOC = SPACES
                   MOVE SPACES TO LOC-NOME
                   DISPLAY TLOC-NOME
                   GO TO R5A.
                IF CCU-LOC = "TT" OR "QR" OR CCU-LOC (1:1) = "K"
                   MOVE "*** LOCAL INTERNO - NAO PERMITIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
                PERFORM LER-LOC THRU LER-LOC-FIM
                IF ST-LOC NOT = "00"
                   MOVE "00" TO ST-LOC
                   MOVE "*** LOCAL NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
                DISPLAY TLOC-NOME.
       R5A.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCCU
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CCU THRU DIARIO-CCU-FIM
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                      MOVE "*** CENTRO DE CUSTO JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQ CENTROS DE CUSTO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      ****** ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO DE CENTRO *******
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO R1.
                IF W-ACT = 03
                   GO TO R3.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQCCU RECORD
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-CCU THRU DIARIO-CCU-FIM
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      **********
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCCU
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CCU THRU DIARIO-CCU-FIM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO CENTRO DE CUSTO"
                                                       TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * NOME DO LOCAL LIGADO AO CENTRO       *
      * (CCU-LOC); SEM ARQLOC SO ACEITA      *
      * CENTRO SEM LOCAL                     *
      ***************************************
      *
       LER-LOC.
                MOVE SPACES TO LOC-NOME
                IF CCU-LOC = SPACES
                   GO TO LER-LOC-FIM.
                IF W-TEM-LOC = 0
                   MOVE "23" TO ST-LOC
                   GO TO LER-LOC-FIM.
                MOVE CCU-LOC TO LOC-COD
                READ ARQLOC
                IF ST-LOC NOT = "00"
                   MOVE SPACES TO LOC-NOME.
       LER-LOC-FIM.
                EXIT.
      *
      ***************************************
      * GRAVACAO DO LOG DE ERROS DE ARQUIVO  *
      ***************************************
      *
       GRAVAR-ERRO.
                ACCEPT ERR-DATA FROM DATE YYYYMMDD
                ACCEPT ERR-HORA FROM TIME
                MOVE "MNTCCU" TO ERR-PROGRAMA
                MOVE MENS      TO ERR-MENSAGEM
                MOVE "ARQCCU" TO ERR-ARQUIVO
                MOVE ST-ERRO   TO ERR-STATUS
                WRITE REGERRO.
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
                MOVE "MNTCCU"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-CCU.
                MOVE "ARQCCU"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CCU TO JRN-ANTES
                ELSE
                   MOVE REGCCU TO JRN-ANTES.
                MOVE REGCCU TO JRN-DEPOIS JRN-ANT-CCU
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CCU-FIM.
                EXIT.
      *
      ***** ROTINA DE FIM *****
      *
       ROT-FIM.
                CLOSE ARQERRO
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **** ROTINA DE MENSAGEM *****
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT
                IF MENS(1:4) = "ERRO"
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
