       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTCAT.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * MANUTENCAO DA TABELA DE CATEGORIAS DE       *
      * PRODUTO EM TRES NIVEIS: DEPARTAMENTO (DD),  *
      * GRUPO (DD.GG) E SUBGRUPO (DD.GG.SS). O      *
      * CODIGO DD.00.00 E O DEPARTAMENTO, DD.GG.00  *
      * O GRUPO. UM GRUPO EXIGE O DEPARTAMENTO E UM *
      * SUBGRUPO EXIGE O GRUPO JA CADASTRADOS. O    *
      * COMPRADOR E O OPERADOR RESPONSAVEL PELA     *
      * CATEGORIA                                   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAT-COD
                    FILE STATUS  IS ST-ERRO.
       SELECT ARQOPE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPE-COD
                    FILE STATUS  IS ST-OPE
                    ALTERNATE RECORD KEY IS OPE-NOME
                                   WITH DUPLICATES.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAT.DAT".
       01 REGCAT.
                03 CAT-COD.
                   05 CAT-DEP        PIC 9(02).
                   05 CAT-GRP        PIC 9(02).
                   05 CAT-SUB        PIC 9(02).
                03 CAT-NOME          PIC X(30).
                03 CAT-COMPRADOR     PIC X(08).
      *
       FD ARQOPE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPE.DAT".
       01 REGOPE.
                03 OPE-COD                PIC X(08).
                03 OPE-SENHA              PIC X(08).
                03 OPE-NOME               PIC X(30).
                03 OPE-PERM-CAD           PIC X(01).
                03 OPE-PERM-MOV           PIC X(01).
                03 OPE-PERM-CON           PIC X(01).
                03 OPE-PERM-REL           PIC X(01).
                03 OPE-PERM-ADM           PIC X(01).
                03 OPE-SIT                PIC X(01).
                03 OPE-VERSAO             PIC 9(08).
                03 OPE-PERC-COM           PIC 9(02)V99.
                03 OPE-DATA-SENHA         PIC 9(08).
                03 OPE-FALHAS             PIC 9(02).
                03 OPE-BLOQ               PIC X(01).
                03 OPE-LIM-COMPRA         PIC 9(10).
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
       77 ST-OPE      PIC X(02) VALUE "00".
       77 ST-LOG      PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-NOME-DEP     PIC X(30) VALUE SPACES.
       77 W-NOME-GRP     PIC X(30) VALUE SPACES.
       77 W-NIVEL        PIC X(12) VALUE SPACES.
       77 W-TEM-FILHO    PIC 9(01) VALUE ZEROS.
       01 W-REGCAT-SALVO.
                03 W-CAT-COD-SALVO.
                   05 W-DEP-SALVO    PIC 9(02).
                   05 W-GRP-SALVO    PIC 9(02).
                   05 W-SUB-SALVO    PIC 9(02).
                03 FILLER            PIC X(38).
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-CAT          PIC X(44).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACAT.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "===========================MANUTENCAO DE".
           05  LINE 03  COLUMN 41
               VALUE  " CATEGORIA ============================".
           05  LINE 05  COLUMN 01
               VALUE  "  CODIGO DD.GG.SS (DD.00.00 = DEPARTAMENTO,".
           05  LINE 05  COLUMN 45
               VALUE  " DD.GG.00 = GRUPO)".
           05  LINE 08  COLUMN 01
               VALUE  "        CODIGO :".
           05  LINE 08  COLUMN 30
               VALUE  "NIVEL :".
           05  LINE 09  COLUMN 01
               VALUE  "  DEPARTAMENTO :".
           05  LINE 10  COLUMN 01
               VALUE  "         GRUPO :".
           05  LINE 12  COLUMN 01
               VALUE  "          NOME :".
           05  LINE 13  COLUMN 01
               VALUE  "     COMPRADOR :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCAT-COD
               LINE 08  COLUMN 18  PIC 99.99.99
               USING  CAT-COD.
           05  TW-NIVEL
               LINE 08  COLUMN 38  PIC X(12)
               USING  W-NIVEL.
           05  TW-NOME-DEP
               LINE 09  COLUMN 18  PIC X(30)
               USING  W-NOME-DEP.
           05  TW-NOME-GRP
               LINE 10  COLUMN 18  PIC X(30)
               USING  W-NOME-GRP.
           05  TCAT-NOME
               LINE 12  COLUMN 18  PIC X(30)
               USING  CAT-NOME.
           05  TCAT-COMPRADOR
               LINE 13  COLUMN 18  PIC X(08)
               USING  CAT-COMPRADOR.
           05  TOPE-NOME
               LINE 13  COLUMN 28  PIC X(30)
               USING  OPE-NOME.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O ARQCAT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT ARQCAT
                      CLOSE ARQCAT
                      MOVE "* ARQUIVO DE CATEGORIAS SENDO CRIADO *"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ DE CATEGORIAS"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-OP0B.
           OPEN INPUT ARQOPE
           IF ST-OPE NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQ OPERADOR" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQCAT
                      GO TO ROT-FIM.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
       R1.
                MOVE ZEROS  TO CAT-COD.
                MOVE SPACES TO CAT-NOME CAT-COMPRADOR OPE-NOME.
                MOVE SPACES TO W-NOME-DEP W-NOME-GRP W-NIVEL.
                DISPLAY TELACAT.
       R2.
                ACCEPT TCAT-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE ARQCAT ARQOPE ARQERRO
                   GO TO ROT-FIM.
                IF CAT-DEP = ZEROS
                   MOVE "*** DEPARTAMENTO NAO PODE SER ZEROS ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
                IF CAT-GRP = ZEROS AND CAT-SUB NOT = ZEROS
                   MOVE "*** SUBGRUPO EXIGE UM GRUPO (DD.GG.SS) ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
      *
      * NIVEL DA CATEGORIA E CONFERENCIA DOS NIVEIS SUPERIORES
      *
       R2A.
                MOVE REGCAT TO W-REGCAT-SALVO
                MOVE SPACES TO W-NOME-DEP W-NOME-GRP
                IF CAT-GRP = ZEROS
                   MOVE "DEPARTAMENTO" TO W-NIVEL
                   GO TO LER-CAT01.
                IF CAT-SUB = ZEROS
                   MOVE "GRUPO"        TO W-NIVEL
                ELSE
                   MOVE "SUBGRUPO"     TO W-NIVEL.
                MOVE ZEROS TO CAT-GRP CAT-SUB
                READ ARQCAT
                MOVE REGCAT TO JRN-ANT-CAT
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   MOVE W-REGCAT-SALVO TO REGCAT
                   MOVE "*** DEPARTAMENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
                MOVE CAT-NOME TO W-NOME-DEP
                MOVE W-REGCAT-SALVO TO REGCAT
                IF CAT-SUB = ZEROS
                   GO TO LER-CAT01.
                MOVE ZEROS TO CAT-SUB
                READ ARQCAT
                MOVE REGCAT TO JRN-ANT-CAT
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   MOVE W-REGCAT-SALVO TO REGCAT
                   MOVE "*** GRUPO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
                MOVE CAT-NOME TO W-NOME-GRP
                MOVE W-REGCAT-SALVO TO REGCAT.
       LER-CAT01.
                MOVE 0 TO W-SEL
                DISPLAY TW-NIVEL TW-NOME-DEP TW-NOME-GRP
                READ ARQCAT
                MOVE REGCAT TO JRN-ANT-CAT
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE SPACES TO OPE-NOME
                      IF CAT-COMPRADOR NOT = SPACES
                         MOVE CAT-COMPRADOR TO OPE-COD
                         READ ARQOPE
                         MOVE "00" TO ST-OPE
                      END-IF
                      DISPLAY TELACAT
                      MOVE "*** CATEGORIA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. DE CATEGORIAS"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   MOVE W-REGCAT-SALVO TO REGCAT
                   MOVE SPACES TO CAT-NOME CAT-COMPRADOR.
       R3.
                ACCEPT TCAT-NOME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R2.
                IF CAT-NOME = SPACES
                   MOVE "NOME DEVE SER DIFERENTE DE BRANCOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       R4.
                MOVE SPACES TO OPE-NOME
                ACCEPT TCAT-COMPRADOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R3.
                IF CAT-COMPRADOR = SPACES
                   DISPLAY TOPE-NOME
                   GO TO R4-FIM.
                MOVE CAT-COMPRADOR TO OPE-COD
                READ ARQOPE
                IF ST-OPE NOT = "00"
                   MOVE "00" TO ST-OPE
                   MOVE "*** COMPRADOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
                IF OPE-SIT = "E"
                   MOVE "*** COMPRADOR EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
                DISPLAY TOPE-NOME.
       R4-FIM.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCAT
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CAT THRU DIARIO-CAT-FIM
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                      MOVE "*** CATEGORIA JA EXISTE ***   " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CATEGORIA"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      ****** ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO DE CATEGORIA ****
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
      *
      * DEPARTAMENTO OU GRUPO COM NIVEIS ABAIXO NAO PODE SER EXCLUIDO:
      * O PROXIMO REGISTRO NA ORDEM DA CHAVE E O PRIMEIRO FILHO
      *
       EXC-FILHO.
                MOVE REGCAT TO W-REGCAT-SALVO
                MOVE 0 TO W-TEM-FILHO
                IF CAT-SUB NOT = ZEROS
                   GO TO EXC-FILHO-FIM.
                START ARQCAT KEY IS GREATER THAN CAT-COD
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO EXC-FILHO-FIM.
                READ ARQCAT NEXT
                MOVE REGCAT TO JRN-ANT-CAT
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO EXC-FILHO-FIM.
                IF CAT-DEP = W-DEP-SALVO
                   IF W-GRP-SALVO = ZEROS OR CAT-GRP = W-GRP-SALVO
                      MOVE 1 TO W-TEM-FILHO.
       EXC-FILHO-FIM.
                MOVE W-REGCAT-SALVO TO REGCAT
                IF W-TEM-FILHO = 1
                   MOVE "*** CATEGORIA POSSUI NIVEIS ABAIXO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       EXC-DL1.
                DELETE ARQCAT RECORD
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-CAT THRU DIARIO-CAT-FIM
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
                IF W-ACT = 02 GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCAT
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CAT THRU DIARIO-CAT-FIM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE CATEGORIA"
                                                       TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * GRAVACAO DO LOG DE ERROS DE ARQUIVO  *
      ***************************************
      *
       GRAVAR-ERRO.
                ACCEPT ERR-DATA FROM DATE YYYYMMDD
                ACCEPT ERR-HORA FROM TIME
                MOVE "MNTCAT" TO ERR-PROGRAMA
                MOVE MENS      TO ERR-MENSAGEM
                IF ST-OPE NOT = "00"
                   MOVE "ARQOPE"  TO ERR-ARQUIVO
                   MOVE ST-OPE    TO ERR-STATUS
                ELSE
                   MOVE "ARQCAT"  TO ERR-ARQUIVO
                   MOVE ST-ERRO   TO ERR-STATUS.
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
                MOVE "MNTCAT"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-CAT.
                MOVE "ARQCAT"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CAT TO JRN-ANTES
                ELSE
                   MOVE REGCAT TO JRN-ANTES.
                MOVE REGCAT TO JRN-DEPOIS JRN-ANT-CAT
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CAT-FIM.
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
