       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTFRT.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * MANUTENCAO DA TABELA DE FRETE DE ENTREGA     *
      * (CODIGO, DESCRICAO, UF E/OU FAIXA DE CEP,    *
      * VALOR BASE, ADICIONAL POR ITEM OU POR FAIXA  *
      * DE PESO INICIADA, VALOR DA NOTA A PARTIR DO  *
      * QUAL O FRETE E GRATIS E SITUACAO). A UF E    *
      * CONFERIDA NO ARQUF E A FAIXA DE CEP NO       *
      * ARQCEP. O VENDPRO PROCURA PRIMEIRO A FAIXA   *
      * QUE CONTEM O CEP DO CLIENTE E, SE NAO        *
      * ACHAR, A LINHA SO DA UF                      *
      * FRT-FAIXA E O PESO DA FAIXA EM KG INTEIROS;  *
      * O PESO DA NOTA VEM DO PRC-PESO (ARQPROC)     *
      * LINHAS F ANTIGAS FORAM DIGITADAS EM          *
      * UNIDADES E DEVEM SER REVISTAS; NOTA SEM      *
      * NENHUM ITEM COM PESO CADASTRADO CONTINUA     *
      * CONTANDO AS FAIXAS POR UNIDADES              *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQFRT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FRT-COD
                    FILE STATUS  IS ST-ERRO.
       SELECT ARQUF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UF-SIGLA
                    FILE STATUS  IS ST-UF.
       SELECT ARQCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP-NUM
                    FILE STATUS  IS ST-CEP
                    ALTERNATE RECORD KEY IS CEP-NOME
                                   WITH DUPLICATES.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQFRT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFRT.DAT".
       01 REGFRT.
                03 FRT-COD          PIC X(04).
                03 FRT-DESC         PIC X(30).
                03 FRT-UF           PIC X(02).
                03 FRT-CEP-INI      PIC 9(08).
                03 FRT-CEP-FIM      PIC 9(08).
                03 FRT-VALOR-BASE   PIC 9(08).
                03 FRT-TIPO-ADIC    PIC X(01).
                03 FRT-VALOR-ADIC   PIC 9(08).
                03 FRT-FAIXA        PIC 9(05).
                03 FRT-ISENTO-ACIMA PIC 9(10).
                03 FRT-SIT          PIC X(01).
      *
       FD ARQUF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQUF.DAT".
       01 REGUF.
                03 UF-SIGLA     PIC X(02).
                03 UF-NOME      PIC X(20).
      *
       FD ARQCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCEP.DAT".
       01 REGCEP.
                03 CEP-NUM      PIC 9(08).
                03 CEP-NOME         PIC X(30).
                03 CEP-BAIRRO        PIC X(20).
                03 CEP-CIDADE        PIC X(20).
                03 CEP-UF                 PIC X(02).
                03 CEP-SIT                PIC X(01).
                03 CEP-VERSAO             PIC 9(08).
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
       77 ST-UF       PIC X(02) VALUE "00".
       77 ST-CEP      PIC X(02) VALUE "00".
       77 ST-LOG      PIC X(02) VALUE "00".
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
       01 JRN-ANT-FRT          PIC X(85).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFRT.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "=====================TABELA DE FR".
           05  LINE 03  COLUMN 34
               VALUE  "ETE DE ENTREGA ==========================".
           05  LINE 06  COLUMN 01
               VALUE  "              CODIGO :".
           05  LINE 07  COLUMN 01
               VALUE  "           DESCRICAO :".
           05  LINE 08  COLUMN 01
               VALUE  "                  UF :".
           05  LINE 09  COLUMN 01
               VALUE  "         CEP INICIAL :".
           05  LINE 10  COLUMN 01
               VALUE  "           CEP FINAL :".
           05  LINE 11  COLUMN 01
               VALUE  "          VALOR BASE :".
           05  LINE 12  COLUMN 01
               VALUE  " ADICIONAL (I/F/N)   :".
           05  LINE 12  COLUMN 27
               VALUE  "I=ITEM F=FAIXA DE PESO (KG) N=SEM ADICIONAL".
           05  LINE 13  COLUMN 01
               VALUE  "     VALOR ADICIONAL :".
           05  LINE 14  COLUMN 01
               VALUE  "        KG POR FAIXA :".
           05  LINE 15  COLUMN 01
               VALUE  "  GRATIS A PARTIR DE :".
           05  LINE 16  COLUMN 01
               VALUE  "   SITUACAO (A/I)    :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TFRT-COD
               LINE 06  COLUMN 24  PIC X(04)
               USING  FRT-COD.
           05  TFRT-DESC
               LINE 07  COLUMN 24  PIC X(30)
               USING  FRT-DESC.
           05  TFRT-UF
               LINE 08  COLUMN 24  PIC X(02)
               USING  FRT-UF.
           05  TUF-NOME
               LINE 08  COLUMN 30  PIC X(20)
               USING  UF-NOME.
           05  TFRT-CEP-INI
               LINE 09  COLUMN 24  PIC 9(08)
               USING  FRT-CEP-INI.
           05  TFRT-CEP-FIM
               LINE 10  COLUMN 24  PIC 9(08)
               USING  FRT-CEP-FIM.
           05  TFRT-VALOR-BASE
               LINE 11  COLUMN 24  PIC 9(08)
               USING  FRT-VALOR-BASE.
           05  TFRT-TIPO-ADIC
               LINE 12  COLUMN 24  PIC X(01)
               USING  FRT-TIPO-ADIC.
           05  TFRT-VALOR-ADIC
               LINE 13  COLUMN 24  PIC 9(08)
               USING  FRT-VALOR-ADIC.
           05  TFRT-FAIXA
               LINE 14  COLUMN 24  PIC 9(05)
               USING  FRT-FAIXA.
           05  TFRT-ISENTO-ACIMA
               LINE 15  COLUMN 24  PIC 9(10)
               USING  FRT-ISENTO-ACIMA.
           05  TFRT-SIT
               LINE 16  COLUMN 24  PIC X(01)
               USING  FRT-SIT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O ARQFRT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT ARQFRT
                      CLOSE ARQFRT
                      MOVE "* ARQ TABELA DE FRETE SENDO CRIADO *"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ TABELA DE FRETE"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT ARQUF
           IF ST-UF NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQ DE UF" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQFRT
                      GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT ARQCEP
           IF ST-CEP NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQ DE CEP" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQFRT ARQUF
                      GO TO ROT-FIM.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
       R1.
                MOVE SPACES TO FRT-COD FRT-DESC FRT-UF FRT-TIPO-ADIC
                               FRT-SIT UF-NOME.
                MOVE ZEROS  TO FRT-CEP-INI FRT-CEP-FIM FRT-VALOR-BASE
                               FRT-VALOR-ADIC FRT-FAIXA
                               FRT-ISENTO-ACIMA.
                DISPLAY TELAFRT.
       R2.
                ACCEPT TFRT-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE ARQFRT ARQUF ARQCEP ARQERRO
                   GO TO ROT-FIM.
                IF FRT-COD = SPACES
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
       LER-FRT01.
                MOVE 0 TO W-SEL
                READ ARQFRT
                MOVE REGFRT TO JRN-ANT-FRT
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE SPACES TO UF-NOME
                      IF FRT-UF NOT = SPACES
                         MOVE FRT-UF TO UF-SIGLA
                         READ ARQUF
                         IF ST-UF NOT = "00"
                            MOVE "00" TO ST-UF
                            MOVE SPACES TO UF-NOME
                         END-IF
                      END-IF
                      DISPLAY TELAFRT
                      MOVE "*** FRETE JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. TABELA DE FRETE"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       R3.
                ACCEPT TFRT-DESC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R2.
                IF FRT-DESC = SPACES
                   MOVE "DESCRICAO DEVE SER DIFERENTE DE BRANCOS"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
      *
      ***************************************
      * UF DA LINHA (BRANCO = SO POR FAIXA   *
      * DE CEP), CONFERIDA NO ARQUF          *
      ***************************************
      *
       R4.
                ACCEPT TFRT-UF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R3.
                MOVE SPACES TO UF-NOME
                IF FRT-UF = SPACES
                   DISPLAY TUF-NOME
                   GO TO R5.
                MOVE FRT-UF TO UF-SIGLA
                READ ARQUF
                IF ST-UF NOT = "00"
                   MOVE "00" TO ST-UF
                   MOVE SPACES TO UF-NOME
                   DISPLAY TUF-NOME
                   MOVE "*** UF NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
                DISPLAY TUF-NOME.
      *
      ***************************************
      * FAIXA DE CEP (ZEROS = A UF INTEIRA): *
      * A FAIXA PRECISA CONTER AO MENOS UM   *
      * CEP DO ARQCEP E, COM UF INFORMADA, O *
      * CEP ACHADO TEM QUE SER DESSA UF      *
      ***************************************
      *
       R5.
                ACCEPT TFRT-CEP-INI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R4.
       R5F.
                ACCEPT TFRT-CEP-FIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R5.
                IF FRT-CEP-INI = ZEROS AND FRT-CEP-FIM = ZEROS
                   IF FRT-UF = SPACES
                      MOVE "*** INFORME A UF OU A FAIXA DE CEP ***"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R4
                   ELSE
                      GO TO R6.
                IF FRT-CEP-FIM = ZEROS
                   MOVE FRT-CEP-INI TO FRT-CEP-FIM
                   DISPLAY TFRT-CEP-FIM.
                IF FRT-CEP-INI > FRT-CEP-FIM
                   MOVE "*** CEP INICIAL MAIOR QUE O FINAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
                MOVE FRT-CEP-INI TO CEP-NUM
                START ARQCEP KEY IS NOT LESS CEP-NUM INVALID KEY
                      MOVE "23" TO ST-CEP.
                IF ST-CEP = "00"
                   READ ARQCEP NEXT
                      AT END MOVE "10" TO ST-CEP.
                IF ST-CEP NOT = "00" OR CEP-NUM > FRT-CEP-FIM
                   MOVE "00" TO ST-CEP
                   MOVE "*** NENHUM CEP CADASTRADO NA FAIXA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
                IF FRT-UF NOT = SPACES AND CEP-UF NOT = FRT-UF
                   MOVE "*** FAIXA DE CEP NAO PERTENCE A UF ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       R6.
                ACCEPT TFRT-VALOR-BASE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R5.
       R7.
                ACCEPT TFRT-TIPO-ADIC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R6.
                IF FRT-TIPO-ADIC = "i"
                   MOVE "I" TO FRT-TIPO-ADIC.
                IF FRT-TIPO-ADIC = "f"
                   MOVE "F" TO FRT-TIPO-ADIC.
                IF FRT-TIPO-ADIC = "n" OR SPACES
                   MOVE "N" TO FRT-TIPO-ADIC.
                IF FRT-TIPO-ADIC NOT = "I" AND "F" AND "N"
                   MOVE "*** DIGITE I, F OU N ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7.
                DISPLAY TFRT-TIPO-ADIC
                IF FRT-TIPO-ADIC = "N"
                   MOVE ZEROS TO FRT-VALOR-ADIC FRT-FAIXA
                   DISPLAY TFRT-VALOR-ADIC
                   DISPLAY TFRT-FAIXA
                   GO TO R10.
       R8.
                ACCEPT TFRT-VALOR-ADIC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R7.
                IF FRT-VALOR-ADIC = ZEROS
                   MOVE "*** VALOR ADICIONAL DEVE SER INFORMADO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R8.
                IF FRT-TIPO-ADIC = "I"
                   MOVE ZEROS TO FRT-FAIXA
                   DISPLAY TFRT-FAIXA
                   GO TO R10.
       R9.
                ACCEPT TFRT-FAIXA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R8.
                IF FRT-FAIXA = ZEROS
                   MOVE "*** KG POR FAIXA DEVE SER INFORMADO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R9.
       R10.
                ACCEPT TFRT-ISENTO-ACIMA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R7.
       R11.
                ACCEPT TFRT-SIT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R10.
                IF FRT-SIT = "a" OR SPACES
                   MOVE "A" TO FRT-SIT.
                IF FRT-SIT = "i"
                   MOVE "I" TO FRT-SIT.
                IF FRT-SIT NOT = "A" AND "I"
                   MOVE "*** DIGITE A=ATIVO OU I=INATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R11.
                DISPLAY TFRT-SIT
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R11.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGFRT
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-FRT THRU DIARIO-FRT-FIM
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                      MOVE "*** FRETE JA EXISTE ***         " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQ TABELA DE FRETE"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      ****** ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO DE FRETE ******
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
                DELETE ARQFRT RECORD
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-FRT THRU DIARIO-FRT-FIM
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
                IF W-ACT = 02 GO TO R11.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGFRT
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-FRT THRU DIARIO-FRT-FIM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA TABELA DE FRETE"
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
                MOVE "MNTFRT" TO ERR-PROGRAMA
                MOVE MENS      TO ERR-MENSAGEM
                MOVE "ARQFRT" TO ERR-ARQUIVO
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
                MOVE "MNTFRT"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-FRT.
                MOVE "ARQFRT"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-FRT TO JRN-ANTES
                ELSE
                   MOVE REGFRT TO JRN-ANTES.
                MOVE REGFRT TO JRN-DEPOIS JRN-ANT-FRT
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-FRT-FIM.
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
