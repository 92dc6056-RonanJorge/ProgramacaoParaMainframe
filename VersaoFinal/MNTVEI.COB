       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTVEI.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * MANUTENCAO DOS VEICULOS DE ENTREGA. CADA     *
      * VEICULO E IDENTIFICADO PELA PLACA E TEM O    *
      * MOTORISTA HABITUAL E A CAPACIDADE MAXIMA DE  *
      * CARGA EM PESO (KG) E VOLUME (M3). O EXCESSO  *
      * DIZ O QUE O ROMANEIO FAZ QUANDO UMA NOTA NAO *
      * CABE NO VEICULO: R = RECUSA A NOTA, A = SO   *
      * AVISA E PEDE CONFIRMACAO.                    *
      * A EXCLUSAO E LOGICA (VEI-SIT = I), POIS AS   *
      * ENTREGAS (ARQENT) GUARDAM A PLACA DO         *
      * VEICULO. A ALTERACAO REATIVA O VEICULO       *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQVEI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEI-PLACA
                    FILE STATUS  IS ST-ERRO.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQVEI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVEI.DAT".
       01 REGVEI.
                03 VEI-PLACA        PIC X(07).
                03 VEI-DESCRICAO    PIC X(20).
                03 VEI-MOTORISTA    PIC X(20).
                03 VEI-PESO-MAX     PIC 9(06).
                03 VEI-VOLUME-MAX   PIC 9(03)V99.
                03 VEI-EXCESSO      PIC X(01).
                03 VEI-SIT          PIC X(01).
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
       77 W-DESC-SIT     PIC X(10) VALUE SPACES.
       77 W-DESC-EXC     PIC X(20) VALUE SPACES.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-VEI          PIC X(60).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAVEI.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "===================== VEICULOS DE ENTRE".
           05  LINE 03  COLUMN 40
               VALUE  "GA =====================================".
           05  LINE 06  COLUMN 01
               VALUE  "                PLACA:".
           05  LINE 08  COLUMN 01
               VALUE  "            DESCRICAO:".
           05  LINE 09  COLUMN 01
               VALUE  "            MOTORISTA:".
           05  LINE 11  COLUMN 01
               VALUE  "   PESO MAXIMO (KG)  :".
           05  LINE 12  COLUMN 01
               VALUE  "   VOLUME MAXIMO (M3):".
           05  LINE 14  COLUMN 01
               VALUE  "  EXCESSO (R/A)      :".
           05  LINE 16  COLUMN 01
               VALUE  "             SITUACAO:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TVEI-PLACA
               LINE 06  COLUMN 24  PIC X(07)
               USING  VEI-PLACA.
           05  TVEI-DESCRICAO
               LINE 08  COLUMN 24  PIC X(20)
               USING  VEI-DESCRICAO.
           05  TVEI-MOTORISTA
               LINE 09  COLUMN 24  PIC X(20)
               USING  VEI-MOTORISTA.
           05  TVEI-PESO-MAX
               LINE 11  COLUMN 24  PIC 9(06)
               USING  VEI-PESO-MAX.
           05  TVEI-VOLUME-MAX
               LINE 12  COLUMN 24  PIC 999,99
               USING  VEI-VOLUME-MAX.
           05  TVEI-EXCESSO
               LINE 14  COLUMN 24  PIC X(01)
               USING  VEI-EXCESSO.
           05  TW-DESC-EXC
               LINE 14  COLUMN 27  PIC X(20)
               USING  W-DESC-EXC.
           05  TW-DESC-SIT
               LINE 16  COLUMN 24  PIC X(10)
               USING  W-DESC-SIT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O ARQVEI
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT ARQVEI
                      CLOSE ARQVEI
                      MOVE "* ARQ VEICULOS SENDO CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ VEICULOS" TO MENS
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
       R1.
                MOVE SPACES TO VEI-PLACA VEI-DESCRICAO VEI-MOTORISTA
                               VEI-EXCESSO VEI-SIT W-DESC-SIT
                               W-DESC-EXC.
                MOVE ZEROS  TO VEI-PESO-MAX VEI-VOLUME-MAX.
                DISPLAY TELAVEI.
       R2.
                ACCEPT TVEI-PLACA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE ARQVEI ARQERRO
                   GO TO ROT-FIM.
                IF VEI-PLACA = SPACES
                   MOVE "*** PLACA DEVE SER INFORMADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
                INSPECT VEI-PLACA CONVERTING
                        "abcdefghijklmnopqrstuvwxyz" TO
                        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       LER-VEI01.
                MOVE 0 TO W-SEL
                READ ARQVEI
                MOVE REGVEI TO JRN-ANT-VEI
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM MOSTRAR-SIT THRU MOSTRAR-SIT-FIM
                      DISPLAY TELAVEI
                      MOVE "*** VEICULO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. VEICULOS" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   MOVE SPACES TO VEI-DESCRICAO VEI-MOTORISTA W-DESC-SIT
                   MOVE ZEROS  TO VEI-PESO-MAX VEI-VOLUME-MAX
                   MOVE "R"    TO VEI-EXCESSO
                   MOVE "A"    TO VEI-SIT
                   PERFORM MOSTRAR-SIT THRU MOSTRAR-SIT-FIM
                   DISPLAY TVEI-PLACA.
       R3.
                ACCEPT TVEI-DESCRICAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R1.
                IF VEI-DESCRICAO = SPACES
                   MOVE "DESCRICAO DEVE SER DIFERENTE DE BRANCOS"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       R4.
                ACCEPT TVEI-MOTORISTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R3.
                IF VEI-MOTORISTA = SPACES
                   MOVE "*** MOTORISTA DEVE SER INFORMADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       R5.
                ACCEPT TVEI-PESO-MAX
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R4.
                IF VEI-PESO-MAX = ZEROS
                   MOVE "PESO MAXIMO DEVE SER DIFERENTE DE ZEROS"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       R6.
                ACCEPT TVEI-VOLUME-MAX
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R5.
                IF VEI-VOLUME-MAX = ZEROS
                   MOVE "VOLUME MAXIMO DEVE SER DIFERENTE DE ZEROS"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
      *
      * R = O ROMANEIO RECUSA A NOTA QUE ULTRAPASSA A CAPACIDADE
      * A = O ROMANEIO AVISA E O OPERADOR DECIDE SE A NOTA VAI
      *
       R7.
                ACCEPT TVEI-EXCESSO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R6.
                IF VEI-EXCESSO = "r"
                   MOVE "R" TO VEI-EXCESSO.
                IF VEI-EXCESSO = "a"
                   MOVE "A" TO VEI-EXCESSO.
                IF VEI-EXCESSO NOT = "R" AND "A"
                   MOVE "*** DIGITE R=RECUSA OU A=AVISA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7.
                PERFORM MOSTRAR-SIT THRU MOSTRAR-SIT-FIM
                DISPLAY TW-DESC-EXC.
       R8.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE "A" TO VEI-SIT
                WRITE REGVEI
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-VEI THRU DIARIO-VEI-FIM
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                      MOVE "*** VEICULO JA EXISTE ***        " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQ VEICULOS" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      ****** ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO DE VEICULO ******
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
                IF VEI-SIT = "I"
                   MOVE "*** VEICULO JA ESTA DESATIVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
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
                MOVE "I" TO VEI-SIT
                REWRITE REGVEI
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-VEI THRU DIARIO-VEI-FIM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** VEICULO DESATIVADO ***" TO MENS
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
                IF W-ACT = 02 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE "A" TO VEI-SIT
                REWRITE REGVEI
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-VEI THRU DIARIO-VEI-FIM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO VEICULO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       MOSTRAR-SIT.
                IF VEI-SIT = "I"
                   MOVE "DESATIVADO" TO W-DESC-SIT
                ELSE
                   MOVE "ATIVO"      TO W-DESC-SIT.
                IF VEI-EXCESSO = "A"
                   MOVE "AVISA E CONFIRMA"   TO W-DESC-EXC
                ELSE
                   MOVE "RECUSA A NOTA"      TO W-DESC-EXC.
       MOSTRAR-SIT-FIM.
                EXIT.
      *
      ***************************************
      * GRAVACAO DO LOG DE ERROS DE ARQUIVO  *
      ***************************************
      *
       GRAVAR-ERRO.
                ACCEPT ERR-DATA FROM DATE YYYYMMDD
                ACCEPT ERR-HORA FROM TIME
                MOVE "MNTVEI"  TO ERR-PROGRAMA
                MOVE MENS      TO ERR-MENSAGEM
                MOVE "ARQVEI"  TO ERR-ARQUIVO
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
                MOVE "MNTVEI"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-VEI.
                MOVE "ARQVEI"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-VEI TO JRN-ANTES
                ELSE
                   MOVE REGVEI TO JRN-ANTES.
                MOVE REGVEI TO JRN-DEPOIS JRN-ANT-VEI
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-VEI-FIM.
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
