       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTEMI.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * MANUTENCAO DOS DADOS DO EMITENTE (A PROPRIA  *
      * LOJA): CNPJ, INSCRICAO ESTADUAL, RAZAO       *
      * SOCIAL E ENDERECO. REGISTRO UNICO (CODIGO 1) *
      * NO ARQEMI, LIDO PELO NFEEXP NA EXPORTACAO DA *
      * NF-E                                         *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQEMI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMI-COD
                    FILE STATUS  IS ST-ERRO.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQEMI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEMI.DAT".
       01 REGEMI.
                03 EMI-COD        PIC 9(01).
                03 EMI-CNPJ       PIC 9(14).
                03 EMI-IE         PIC X(14).
                03 EMI-NOME       PIC X(30).
                03 EMI-LOGR       PIC X(30).
                03 EMI-NUM        PIC 9(05).
                03 EMI-BAIRRO     PIC X(20).
                03 EMI-CIDADE     PIC X(20).
                03 EMI-UF         PIC X(02).
                03 EMI-CEP        PIC 9(08).
                03 FILLER         PIC X(16).
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
       01 JRN-ANT-EMI          PIC X(160).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAEMI.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "===============================DADOS DO".
           05  LINE 03  COLUMN 40
               VALUE  " EMITENTE ================================".
           05  LINE 06  COLUMN 01
               VALUE  " CNPJ          :".
           05  LINE 07  COLUMN 01
               VALUE  " INSCR. ESTAD. :".
           05  LINE 08  COLUMN 01
               VALUE  " RAZAO SOCIAL  :".
           05  LINE 10  COLUMN 01
               VALUE  " LOGRADOURO    :".
           05  LINE 11  COLUMN 01
               VALUE  " NUMERO        :".
           05  LINE 12  COLUMN 01
               VALUE  " BAIRRO        :".
           05  LINE 13  COLUMN 01
               VALUE  " CIDADE        :".
           05  LINE 14  COLUMN 01
               VALUE  " UF            :".
           05  LINE 15  COLUMN 01
               VALUE  " CEP           :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TEMI-CNPJ
               LINE 06  COLUMN 18  PIC 9(14)
               USING  EMI-CNPJ.
           05  TEMI-IE
               LINE 07  COLUMN 18  PIC X(14)
               USING  EMI-IE.
           05  TEMI-NOME
               LINE 08  COLUMN 18  PIC X(30)
               USING  EMI-NOME.
           05  TEMI-LOGR
               LINE 10  COLUMN 18  PIC X(30)
               USING  EMI-LOGR.
           05  TEMI-NUM
               LINE 11  COLUMN 18  PIC 9(05)
               USING  EMI-NUM.
           05  TEMI-BAIRRO
               LINE 12  COLUMN 18  PIC X(20)
               USING  EMI-BAIRRO.
           05  TEMI-CIDADE
               LINE 13  COLUMN 18  PIC X(20)
               USING  EMI-CIDADE.
           05  TEMI-UF
               LINE 14  COLUMN 18  PIC X(02)
               USING  EMI-UF.
           05  TEMI-CEP
               LINE 15  COLUMN 18  PIC 9(08)
               USING  EMI-CEP.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O ARQEMI
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT ARQEMI
                      CLOSE ARQEMI
                      MOVE "* ARQ DO EMITENTE SENDO CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ DO EMITENTE"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
      *
      ****** REGISTRO UNICO: CODIGO 1 *******
      *
       R1.
                MOVE 0 TO W-SEL
                MOVE 1 TO EMI-COD
                READ ARQEMI
                MOVE REGEMI TO JRN-ANT-EMI
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE 1 TO W-SEL
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. DO EMITENTE" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   MOVE SPACES TO REGEMI
                   MOVE 1      TO EMI-COD
                   MOVE ZEROS  TO EMI-CNPJ EMI-NUM EMI-CEP.
                DISPLAY TELAEMI.
                IF W-SEL = 1
                   MOVE "*** EMITENTE JA CADASTRADO - F1=SAIR ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R2.
                ACCEPT TEMI-CNPJ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE ARQEMI
                   GO TO ROT-FIM.
                IF EMI-CNPJ = ZEROS
                   MOVE "*** CNPJ DEVE SER INFORMADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
       R3.
                ACCEPT TEMI-IE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R2.
       R4.
                ACCEPT TEMI-NOME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R3.
                IF EMI-NOME = SPACES
                   MOVE "*** RAZAO SOCIAL DEVE SER INFORMADA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       R5.
                ACCEPT TEMI-LOGR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R4.
       R6.
                ACCEPT TEMI-NUM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R5.
       R7.
                ACCEPT TEMI-BAIRRO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R6.
       R8.
                ACCEPT TEMI-CIDADE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R7.
       R9.
                ACCEPT TEMI-UF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R8.
                IF EMI-UF = SPACES
                   MOVE "*** UF DEVE SER INFORMADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R9.
       R10.
                ACCEPT TEMI-CEP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R9.
                IF EMI-CEP = ZEROS
                   MOVE "*** CEP DEVE SER INFORMADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R10.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGEMI
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-EMI THRU DIARIO-EMI-FIM
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO DO EMITENTE"
                                                       TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ****** ROTINA DE ALTERACAO DO EMITENTE *******
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGEMI
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-EMI THRU DIARIO-EMI-FIM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DO EMITENTE"
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
                MOVE "MNTEMI" TO ERR-PROGRAMA
                MOVE MENS      TO ERR-MENSAGEM
                MOVE "ARQEMI" TO ERR-ARQUIVO
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
                MOVE "MNTEMI"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-EMI.
                MOVE "ARQEMI"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-EMI TO JRN-ANTES
                ELSE
                   MOVE REGEMI TO JRN-ANTES.
                MOVE REGEMI TO JRN-DEPOIS JRN-ANT-EMI
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-EMI-FIM.
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
