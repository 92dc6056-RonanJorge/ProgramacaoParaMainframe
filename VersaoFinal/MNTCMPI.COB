       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTCMPI.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * MANUTENCAO DOS ITENS DAS CAMPANHAS           *
      * PROMOCIONAIS (CAMPANHA X ALVO). O ALVO E UM  *
      * PRODUTO (P + PRO-COD) OU UM TIPO DE PRODUTO  *
      * (T + PRO-TIPO). CADA ITEM TEM UM PRECO FIXO  *
      * DE PROMOCAO OU UM PERCENTUAL DE DESCONTO     *
      * SOBRE O PRECO DE TABELA - NUNCA OS DOIS.     *
      * QUANDO O PRODUTO E O SEU TIPO ESTAO EM       *
      * CAMPANHA O VENDPRO USA O MENOR PRECO         *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQCMPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMI-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CMI-ALVO
                                   WITH DUPLICATES.
       SELECT ARQCMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMP-COD
                    FILE STATUS  IS ST-CMP.
       SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-COD
                    FILE STATUS  IS ST-PRO
                    ALTERNATE RECORD KEY IS PRO-DESC
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-BARRAS
                                   WITH DUPLICATES.
       SELECT ARQTIPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIPO-SIGLA
                    FILE STATUS  IS ST-TIPO.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQCMPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCMPI.DAT".
       01 REGCMI.
                03 CMI-CHAVE.
                   05 CMI-COD          PIC X(04).
                   05 CMI-ALVO.
                      07 CMI-TIPO-ALVO PIC X(01).
                      07 CMI-ALVO-COD  PIC X(08).
                03 CMI-PRECO        PIC 9(08).
                03 CMI-PERC         PIC 9(02)V99.
      *
       FD ARQCMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCMP.DAT".
       01 REGCMP.
                03 CMP-COD          PIC X(04).
                03 CMP-DESC         PIC X(30).
                03 CMP-DATA-INI     PIC 9(08).
                03 CMP-DATA-FIM     PIC 9(08).
                03 CMP-SIT          PIC X(01).
      *
       FD ARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".
       01 REGPRO.
                03 PRO-COD          PIC 9(8).
                03 PRO-DESC         PIC X(30).
                03 PRO-UNID         PIC X(02).
                03 PRO-TIPO         PIC X(01).
                03 PRO-TIPO-FORC    PIC X(01).
                03 PRO-CPF-FORC     PIC 9(14).
                03 PRO-DATA         PIC 9(08).
                03 PRO-PRECO        PIC 9(08).
                03 PRO-QTDE         PIC 9(06).
                03 PRO-QTDE-MIN     PIC 9(06).
                03 PRO-BARRAS       PIC 9(13).
                03 PRO-SIT                PIC X(01).
                03 PRO-VERSAO             PIC 9(08).
      *
       FD ARQTIPO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTIPO.DAT".
       01 REGTIPO.
                03 TIPO-SIGLA     PIC X(01).
                03 TIPO-NOME      PIC X(20).
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
       77 ST-CMP      PIC X(02) VALUE "00".
       77 ST-PRO      PIC X(02) VALUE "00".
       77 ST-TIPO     PIC X(02) VALUE "00".
       77 ST-LOG      PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-ALVO-PRO     PIC 9(08) VALUE ZEROS.
       77 W-ALVO-TIPO    PIC X(01) VALUE SPACES.
       77 W-DESC-ALVO    PIC X(30) VALUE SPACES.
       77 W-PRECO-TAB    PIC 9(08) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-CMPI         PIC X(25).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACMI.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "=================ITENS DAS CAMPANHAS PR".
           05  LINE 03  COLUMN 40
               VALUE  "OMOCIONAIS ==============================".
           05  LINE 06  COLUMN 01
               VALUE  "            CAMPANHA :".
           05  LINE 07  COLUMN 01
               VALUE  "           DESCRICAO :".
           05  LINE 09  COLUMN 01
               VALUE  " ALVO (P=PROD T=TIPO):".
           05  LINE 10  COLUMN 01
               VALUE  "     CODIGO DO PRODUTO:".
           05  LINE 11  COLUMN 01
               VALUE  "      TIPO DO PRODUTO :".
           05  LINE 12  COLUMN 01
               VALUE  "           DESCRICAO :".
           05  LINE 13  COLUMN 01
               VALUE  "     PRECO DE TABELA :".
           05  LINE 15  COLUMN 01
               VALUE  "   PRECO PROMOCIONAL :".
           05  LINE 16  COLUMN 01
               VALUE  "   OU % DE DESCONTO  :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCMI-COD
               LINE 06  COLUMN 24  PIC X(04)
               USING  CMI-COD.
           05  TCMP-DESC
               LINE 07  COLUMN 24  PIC X(30)
               USING  CMP-DESC.
           05  TCMI-TIPO-ALVO
               LINE 09  COLUMN 24  PIC X(01)
               USING  CMI-TIPO-ALVO.
           05  TW-ALVO-PRO
               LINE 10  COLUMN 24  PIC 9(08)
               USING  W-ALVO-PRO.
           05  TW-ALVO-TIPO
               LINE 11  COLUMN 24  PIC X(01)
               USING  W-ALVO-TIPO.
           05  TW-DESC-ALVO
               LINE 12  COLUMN 24  PIC X(30)
               USING  W-DESC-ALVO.
           05  TW-PRECO-TAB
               LINE 13  COLUMN 24  PIC 9(08)
               USING  W-PRECO-TAB.
           05  TCMI-PRECO
               LINE 15  COLUMN 24  PIC 9(08)
               USING  CMI-PRECO.
           05  TCMI-PERC
               LINE 16  COLUMN 24  PIC 9(02)V99
               USING  CMI-PERC.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O ARQCMPI
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT ARQCMPI
                      CLOSE ARQCMPI
                      MOVE "* ARQ ITENS DE CAMPANHA SENDO CRIADO *"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ ITENS CAMPANHA"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-OP0B.
           OPEN INPUT ARQCMP
           IF ST-CMP NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQ DE CAMPANHAS"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQCMPI
                      GO TO ROT-FIM.
           OPEN INPUT ARQPRO
           IF ST-PRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQ PRODUTO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQCMPI ARQCMP
                      GO TO ROT-FIM.
           OPEN INPUT ARQTIPO
           IF ST-TIPO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQ TIPO PRODUTO"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQCMPI ARQCMP ARQPRO
                      GO TO ROT-FIM.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
       R1.
                MOVE SPACES TO CMI-COD CMI-ALVO CMP-DESC W-ALVO-TIPO
                               W-DESC-ALVO.
                MOVE ZEROS  TO CMI-PRECO CMI-PERC W-ALVO-PRO
                               W-PRECO-TAB.
                DISPLAY TELACMI.
       R2.
                ACCEPT TCMI-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE ARQCMPI ARQCMP ARQPRO ARQTIPO ARQERRO
                   GO TO ROT-FIM.
                IF CMI-COD = SPACES
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
                MOVE CMI-COD TO CMP-COD
                READ ARQCMP
                IF ST-CMP NOT = "00"
                   MOVE "00" TO ST-CMP
                   MOVE "*** CAMPANHA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
                DISPLAY TCMP-DESC.
       R3.
                MOVE SPACES TO W-ALVO-TIPO W-DESC-ALVO
                MOVE ZEROS  TO W-ALVO-PRO W-PRECO-TAB
                DISPLAY TW-ALVO-PRO TW-ALVO-TIPO TW-DESC-ALVO
                        TW-PRECO-TAB
                ACCEPT TCMI-TIPO-ALVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R2.
                IF CMI-TIPO-ALVO = "p"
                   MOVE "P" TO CMI-TIPO-ALVO.
                IF CMI-TIPO-ALVO = "t"
                   MOVE "T" TO CMI-TIPO-ALVO.
                IF CMI-TIPO-ALVO NOT = "P" AND "T"
                   MOVE "*** DIGITE P=PRODUTO OU T=TIPO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                DISPLAY TCMI-TIPO-ALVO
                IF CMI-TIPO-ALVO = "T"
                   GO TO R4T.
       R4P.
                ACCEPT TW-ALVO-PRO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R3.
                MOVE W-ALVO-PRO TO PRO-COD
                READ ARQPRO
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4P.
                IF PRO-SIT = "E"
                   MOVE "*** PRODUTO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4P.
                MOVE PRO-DESC   TO W-DESC-ALVO
                MOVE PRO-PRECO  TO W-PRECO-TAB
                MOVE W-ALVO-PRO TO CMI-ALVO-COD
                DISPLAY TW-DESC-ALVO TW-PRECO-TAB
                GO TO LER-CMI01.
       R4T.
                ACCEPT TW-ALVO-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R3.
                MOVE W-ALVO-TIPO TO TIPO-SIGLA
                READ ARQTIPO
                IF ST-TIPO NOT = "00"
                   MOVE "00" TO ST-TIPO
                   MOVE "*** TIPO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4T.
                MOVE TIPO-NOME   TO W-DESC-ALVO
                MOVE SPACES      TO CMI-ALVO-COD
                MOVE W-ALVO-TIPO TO CMI-ALVO-COD
                DISPLAY TW-DESC-ALVO.
       LER-CMI01.
                MOVE 0 TO W-SEL
                READ ARQCMPI
                MOVE REGCMI TO JRN-ANT-CMPI
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TCMI-PRECO TCMI-PERC
                      MOVE "*** ITEM JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. ITENS CAMPANHA"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   MOVE ZEROS TO CMI-PRECO CMI-PERC.
       R5.
                ACCEPT TCMI-PRECO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R3.
                IF CMI-PRECO NOT = ZEROS
                   IF CMI-TIPO-ALVO = "T"
                      MOVE "*** TIPO DE PRODUTO SO ACEITA % ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R5.
                IF CMI-PRECO NOT = ZEROS
                   IF CMI-PRECO NOT < W-PRECO-TAB
                      MOVE "*** PRECO DEVE SER MENOR QUE O DE TABELA"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R5
                   ELSE
                      MOVE ZEROS TO CMI-PERC
                      DISPLAY TCMI-PERC
                      GO TO R7.
       R6.
                ACCEPT TCMI-PERC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R5.
                IF CMI-PERC = ZEROS
                   MOVE "*** INFORME O PRECO OU O PERCENTUAL ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       R7.
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
                WRITE REGCMI
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CMPI THRU DIARIO-CMPI-FIM
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                      MOVE "*** ITEM JA EXISTE ***          " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQ ITENS CAMPANHA"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      ****** ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO DE ITEM ******
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
                   GO TO R5.
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
                DELETE ARQCMPI RECORD
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-CMPI THRU DIARIO-CMPI-FIM
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
                REWRITE REGCMI
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CMPI THRU DIARIO-CMPI-FIM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO ITEM DA CAMPANHA"
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
                MOVE "MNTCMPI" TO ERR-PROGRAMA
                MOVE MENS      TO ERR-MENSAGEM
                MOVE "ARQCMPI" TO ERR-ARQUIVO
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
                MOVE "MNTCMPI"    TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-CMPI.
                MOVE "ARQCMPI"    TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CMPI TO JRN-ANTES
                ELSE
                   MOVE REGCMI TO JRN-ANTES.
                MOVE REGCMI TO JRN-DEPOIS JRN-ANT-CMPI
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CMPI-FIM.
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
