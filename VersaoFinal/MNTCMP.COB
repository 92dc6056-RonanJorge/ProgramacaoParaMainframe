       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTCMP.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * MANUTENCAO DAS CAMPANHAS PROMOCIONAIS        *
      * (CODIGO, DESCRICAO, PERIODO DE VALIDADE E    *
      * SITUACAO). OS PRODUTOS E TIPOS DE PRODUTO DA *
      * CAMPANHA, COM O PRECO OU PERCENTUAL, FICAM   *
      * NO ARQCMPI (MNTCMPI). O VENDPRO E O ORCVENDA *
      * APLICAM A CAMPANHA ATIVA NO PERIODO E O      *
      * RELCMP MOSTRA O RESULTADO. CAMPANHA COM      *
      * ITENS NAO E EXCLUIDA - INATIVAR              *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQCMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMP-COD
                    FILE STATUS  IS ST-ERRO.
       SELECT ARQCMPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMI-CHAVE
                    FILE STATUS  IS ST-CMI
                    ALTERNATE RECORD KEY IS CMI-ALVO
                                   WITH DUPLICATES.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       77 ST-CMI      PIC X(02) VALUE "00".
       77 ST-LOG      PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-DATA-VAL     PIC 9(08) VALUE ZEROS.
       77 W-DATA-DIA     PIC 9(02) VALUE ZEROS.
       77 W-DATA-MES     PIC 9(02) VALUE ZEROS.
       77 W-DATA-ANO     PIC 9(04) VALUE ZEROS.
       77 W-DIA-MAX      PIC 9(02) VALUE ZEROS.
       77 W-DATA-OK      PIC 9(01) VALUE ZEROS.
       77 W-INI-AMD      PIC 9(08) VALUE ZEROS.
       77 W-FIM-AMD      PIC 9(08) VALUE ZEROS.
       77 W-TEM-ITENS    PIC 9(01) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-CMP          PIC X(51).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACMP.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "=====================CAMPANHAS PR".
           05  LINE 03  COLUMN 34
               VALUE  "OMOCIONAIS ==============================".
           05  LINE 08  COLUMN 01
               VALUE  "              CODIGO :".
           05  LINE 09  COLUMN 01
               VALUE  "           DESCRICAO :".
           05  LINE 10  COLUMN 01
               VALUE  "  INICIO (DDMMAAAA)  :".
           05  LINE 11  COLUMN 01
               VALUE  "  TERMINO (DDMMAAAA) :".
           05  LINE 12  COLUMN 01
               VALUE  "   SITUACAO (A/I)    :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCMP-COD
               LINE 08  COLUMN 24  PIC X(04)
               USING  CMP-COD.
           05  TCMP-DESC
               LINE 09  COLUMN 24  PIC X(30)
               USING  CMP-DESC.
           05  TCMP-DATA-INI
               LINE 10  COLUMN 24  PIC 9(08)
               USING  CMP-DATA-INI.
           05  TCMP-DATA-FIM
               LINE 11  COLUMN 24  PIC 9(08)
               USING  CMP-DATA-FIM.
           05  TCMP-SIT
               LINE 12  COLUMN 24  PIC X(01)
               USING  CMP-SIT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O ARQCMP
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT ARQCMP
                      CLOSE ARQCMP
                      MOVE "* ARQ DE CAMPANHAS SENDO CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ DE CAMPANHAS"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-OP0B.
           OPEN INPUT ARQCMPI
           IF ST-CMI NOT = "00"
               IF ST-CMI = "30" OR "35"
                      OPEN OUTPUT ARQCMPI
                      CLOSE ARQCMPI
                      GO TO INC-OP0B
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ ITENS CAMPANHA"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQCMP
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
       R1.
                MOVE SPACES TO CMP-COD CMP-DESC CMP-SIT.
                MOVE ZEROS  TO CMP-DATA-INI CMP-DATA-FIM.
                DISPLAY TELACMP.
       R2.
                ACCEPT TCMP-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE ARQCMP ARQCMPI ARQERRO
                   GO TO ROT-FIM.
                IF CMP-COD = SPACES
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
       LER-CMP01.
                MOVE 0 TO W-SEL
                READ ARQCMP
                MOVE REGCMP TO JRN-ANT-CMP
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELACMP
                      MOVE "*** CAMPANHA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. DE CAMPANHAS" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       R3.
                ACCEPT TCMP-DESC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R2.
                IF CMP-DESC = SPACES
                   MOVE "DESCRICAO DEVE SER DIFERENTE DE BRANCOS"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       R4.
                ACCEPT TCMP-DATA-INI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R3.
                MOVE CMP-DATA-INI TO W-DATA-VAL
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
                IF W-DATA-OK = 0
                   MOVE "*** DATA DE INICIO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       R5.
                ACCEPT TCMP-DATA-FIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R4.
                MOVE CMP-DATA-FIM TO W-DATA-VAL
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
                IF W-DATA-OK = 0
                   MOVE "*** DATA DE TERMINO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
                MOVE CMP-DATA-INI (5:4) TO W-INI-AMD (1:4)
                MOVE CMP-DATA-INI (3:2) TO W-INI-AMD (5:2)
                MOVE CMP-DATA-INI (1:2) TO W-INI-AMD (7:2)
                MOVE CMP-DATA-FIM (5:4) TO W-FIM-AMD (1:4)
                MOVE CMP-DATA-FIM (3:2) TO W-FIM-AMD (5:2)
                MOVE CMP-DATA-FIM (1:2) TO W-FIM-AMD (7:2)
                IF W-FIM-AMD < W-INI-AMD
                   MOVE "*** TERMINO ANTERIOR AO INICIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       R6.
                ACCEPT TCMP-SIT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R5.
                IF CMP-SIT = "a" OR SPACES
                   MOVE "A" TO CMP-SIT.
                IF CMP-SIT = "i"
                   MOVE "I" TO CMP-SIT.
                IF CMP-SIT NOT = "A" AND "I"
                   MOVE "*** DIGITE A=ATIVA OU I=INATIVA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
                DISPLAY TCMP-SIT
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCMP
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CMP THRU DIARIO-CMP-FIM
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS - ITENS NO MNTCMPI ***"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                      MOVE "*** CAMPANHA JA EXISTE ***      " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQ DE CAMPANHAS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      ****** ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO DE CAMPANHA ******
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
                PERFORM VERIF-ITENS THRU VERIF-ITENS-FIM
                IF W-TEM-ITENS = 1
                   MOVE "*** CAMPANHA COM ITENS - USE INATIVAR ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
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
                DELETE ARQCMP RECORD
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-CMP THRU DIARIO-CMP-FIM
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
                IF W-ACT = 02 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCMP
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CMP THRU DIARIO-CMP-FIM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA CAMPANHA"
                                                       TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * A CAMPANHA TEM ITENS NO ARQCMPI?     *
      * W-TEM-ITENS 1 = EXCLUSAO RECUSADA    *
      ***************************************
      *
       VERIF-ITENS.
                MOVE 0 TO W-TEM-ITENS
                MOVE CMP-COD TO CMI-COD
                MOVE LOW-VALUES TO CMI-ALVO
                START ARQCMPI KEY IS NOT LESS CMI-CHAVE INVALID KEY
                      MOVE "10" TO ST-CMI.
                IF ST-CMI NOT = "00"
                   MOVE "00" TO ST-CMI
                   GO TO VERIF-ITENS-FIM.
                READ ARQCMPI NEXT
                   AT END MOVE "10" TO ST-CMI.
                IF ST-CMI = "00" AND CMI-COD = CMP-COD
                   MOVE 1 TO W-TEM-ITENS.
                MOVE "00" TO ST-CMI.
       VERIF-ITENS-FIM.
                EXIT.
      *
      ***************************************
      * VALIDACAO DE DATA DDMMAAAA           *
      ***************************************
      *
       VALIDAR-DATA.
                MOVE 1 TO W-DATA-OK
                IF W-DATA-VAL = ZEROS
                   MOVE 0 TO W-DATA-OK
                   GO TO VALIDAR-DATA-FIM.
                MOVE W-DATA-VAL (1:2) TO W-DATA-DIA
                MOVE W-DATA-VAL (3:2) TO W-DATA-MES
                MOVE W-DATA-VAL (5:4) TO W-DATA-ANO
                IF W-DATA-MES < 1 OR W-DATA-MES > 12
                   MOVE 0 TO W-DATA-OK
                   GO TO VALIDAR-DATA-FIM.
                IF W-DATA-ANO < 1900 OR W-DATA-ANO > 2099
                   MOVE 0 TO W-DATA-OK
                   GO TO VALIDAR-DATA-FIM.
                EVALUATE W-DATA-MES
                   WHEN 04 WHEN 06 WHEN 09 WHEN 11
                      MOVE 30 TO W-DIA-MAX
                   WHEN 02
                      IF (FUNCTION MOD (W-DATA-ANO, 4) = 0 AND
                          FUNCTION MOD (W-DATA-ANO, 100) NOT = 0)
                          OR FUNCTION MOD (W-DATA-ANO, 400) = 0
                         MOVE 29 TO W-DIA-MAX
                      ELSE
                         MOVE 28 TO W-DIA-MAX
                      END-IF
                   WHEN OTHER
                      MOVE 31 TO W-DIA-MAX
                END-EVALUATE
                IF W-DATA-DIA < 1 OR W-DATA-DIA > W-DIA-MAX
                   MOVE 0 TO W-DATA-OK.
       VALIDAR-DATA-FIM.
                EXIT.
      *
      ***************************************
      * GRAVACAO DO LOG DE ERROS DE ARQUIVO  *
      ***************************************
      *
       GRAVAR-ERRO.
                ACCEPT ERR-DATA FROM DATE YYYYMMDD
                ACCEPT ERR-HORA FROM TIME
                MOVE "MNTCMP" TO ERR-PROGRAMA
                MOVE MENS      TO ERR-MENSAGEM
                MOVE "ARQCMP" TO ERR-ARQUIVO
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
                MOVE "MNTCMP"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-CMP.
                MOVE "ARQCMP"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CMP TO JRN-ANTES
                ELSE
                   MOVE REGCMP TO JRN-ANTES.
                MOVE REGCMP TO JRN-DEPOIS JRN-ANT-CMP
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CMP-FIM.
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
