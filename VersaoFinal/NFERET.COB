       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFERET.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * PROCESSAMENTO DO RETORNO DA NF-E             *
      * LE O ARQUIVO DE RETORNO DA TRANSMISSAO       *
      * (NFERET.DAT, LAYOUT FIXO) E ATUALIZA A       *
      * SITUACAO DE CADA NOTA NO ARQNFE:             *
      * A = AUTORIZADA (GRAVA O PROTOCOLO),          *
      * R = REJEITADA (GRAVA O MOTIVO),              *
      * C = CANCELAMENTO HOMOLOGADO (PROTOCOLO DO    *
      * EVENTO), N = CANCELAMENTO NEGADO (A NOTA     *
      * VOLTA A AUTORIZADA COM O MOTIVO). CADA       *
      * ATUALIZACAO VAI PARA O ARQAUD E OS REGISTROS *
      * SEM CORRESPONDENCIA SAO LISTADOS             *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQNFE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFE-NUM-NOTA
                    FILE STATUS  IS ST-NFE.
       SELECT ARQRTN ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-RTN.
       SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUD-CHAVE
                    FILE STATUS  IS ST-AUD.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQNFE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFE.DAT".
       01 REGNFE.
                03 NFE-NUM-NOTA      PIC 9(08).
                03 NFE-SIT           PIC X(01).
                03 NFE-DATA-EMIS     PIC 9(08).
                03 NFE-DATA-ENVIO    PIC 9(08).
                03 NFE-ARQUIVO       PIC X(16).
                03 NFE-PROTOCOLO     PIC X(15).
                03 NFE-DATA-AUT      PIC 9(08).
                03 NFE-MOTIVO        PIC X(40).
                03 NFE-DATA-CANC     PIC 9(08).
                03 NFE-PROT-CANC     PIC X(15).
                03 NFE-OPERADOR      PIC X(20).
      *
       FD ARQRTN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFERET.DAT".
       01 REGRTN.
                03 RTN-NUM-NOTA      PIC 9(08).
                03 RTN-TIPO          PIC X(01).
                03 RTN-PROTOCOLO     PIC X(15).
                03 RTN-DATA          PIC 9(08).
                03 RTN-MOTIVO        PIC X(40).
      *
       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAUD.DAT".
       01 REGAUD.
                03 AUD-CHAVE.
                   05 AUD-DATA       PIC 9(08).
                   05 AUD-HORA       PIC 9(08).
                03 AUD-ARQUIVO       PIC X(08).
                03 AUD-OPERACAO      PIC X(01).
                03 AUD-CHAVE-REG     PIC X(14).
                03 AUD-OPERADOR      PIC X(20).
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
       77 ST-NFE         PIC X(02) VALUE "00".
       77 ST-RTN         PIC X(02) VALUE "00".
       77 ST-AUD         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-LIDOS        PIC 9(08) VALUE ZEROS.
       77 W-AUTORIZADAS  PIC 9(08) VALUE ZEROS.
       77 W-REJEITADAS   PIC 9(08) VALUE ZEROS.
       77 W-CANCELADAS   PIC 9(08) VALUE ZEROS.
       77 W-CANC-NEG     PIC 9(08) VALUE ZEROS.
       77 W-SEM-PAR      PIC 9(08) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-NFE          PIC X(147).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY "*** NFERET - RETORNO DA NF-E ***".
      *
       ABRIR-ARQ.
                OPEN INPUT ARQRTN
                IF ST-RTN NOT = "00"
                   DISPLAY "ARQUIVO DE RETORNO (NFERET.DAT) NAO"
                           " ENCONTRADO: " ST-RTN
                   GO TO ROT-FIM2.
                OPEN I-O ARQNFE
                IF ST-NFE NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQNFE: "
                           ST-NFE
                   CLOSE ARQRTN
                   GO TO ROT-FIM2.
                OPEN I-O ARQAUD
                IF ST-AUD NOT = "00"
                   IF ST-AUD = "30" OR "35"
                      OPEN OUTPUT ARQAUD
                      CLOSE ARQAUD
                      OPEN I-O ARQAUD
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQ AUDITORIA: "
                              ST-AUD
                      CLOSE ARQRTN ARQNFE
                      GO TO ROT-FIM2.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
      *
       PROC-LOOP.
                READ ARQRTN
                   AT END GO TO FIM-LOTE.
                ADD 1 TO W-LIDOS.
       LOCALIZAR.
                MOVE RTN-NUM-NOTA TO NFE-NUM-NOTA
                READ ARQNFE
                MOVE REGNFE TO JRN-ANT-NFE
                IF ST-NFE NOT = "00"
                   MOVE "00" TO ST-NFE
                   ADD 1 TO W-SEM-PAR
                   DISPLAY " *** SEM CORRESPONDENCIA: NOTA "
                           RTN-NUM-NOTA " RETORNO " RTN-TIPO " ***"
                   GO TO PROC-LOOP.
                IF RTN-TIPO = "A"
                   GO TO AUTORIZAR.
                IF RTN-TIPO = "R"
                   GO TO REJEITAR.
                IF RTN-TIPO = "C"
                   GO TO HOMOLOGAR-CANC.
                IF RTN-TIPO = "N"
                   GO TO NEGAR-CANC.
                ADD 1 TO W-SEM-PAR
                DISPLAY " *** NOTA " RTN-NUM-NOTA " - TIPO DE RETORNO "
                        RTN-TIPO " DESCONHECIDO ***"
                GO TO PROC-LOOP.
      *
      ***** AUTORIZACAO DA NOTA (PROTOCOLO) *****
      *
       AUTORIZAR.
                IF NFE-SIT NOT = "E" AND NOT = "R" AND NOT = "P"
                   ADD 1 TO W-SEM-PAR
                   DISPLAY " *** NOTA " RTN-NUM-NOTA " NA SITUACAO "
                           NFE-SIT " - AUTORIZACAO IGNORADA ***"
                   GO TO PROC-LOOP.
                MOVE "A"           TO NFE-SIT
                MOVE RTN-PROTOCOLO TO NFE-PROTOCOLO
                MOVE RTN-DATA      TO NFE-DATA-AUT
                MOVE SPACES        TO NFE-MOTIVO
                ADD 1 TO W-AUTORIZADAS
                GO TO ATUALIZAR.
      *
      ***** REJEICAO DA NOTA (MOTIVO) *****
      *
       REJEITAR.
                IF NFE-SIT NOT = "E"
                   ADD 1 TO W-SEM-PAR
                   DISPLAY " *** NOTA " RTN-NUM-NOTA " NA SITUACAO "
                           NFE-SIT " - REJEICAO IGNORADA ***"
                   GO TO PROC-LOOP.
                MOVE "R"        TO NFE-SIT
                MOVE RTN-MOTIVO TO NFE-MOTIVO
                ADD 1 TO W-REJEITADAS
                DISPLAY " NOTA " RTN-NUM-NOTA " REJEITADA: " RTN-MOTIVO
                GO TO ATUALIZAR.
      *
      ***** EVENTO DE CANCELAMENTO HOMOLOGADO *****
      *
       HOMOLOGAR-CANC.
                IF NFE-SIT NOT = "X"
                   ADD 1 TO W-SEM-PAR
                   DISPLAY " *** NOTA " RTN-NUM-NOTA " SEM EVENTO DE"
                           " CANCELAMENTO ENVIADO ***"
                   GO TO PROC-LOOP.
                MOVE "C"           TO NFE-SIT
                MOVE RTN-PROTOCOLO TO NFE-PROT-CANC
                MOVE SPACES        TO NFE-MOTIVO
                ADD 1 TO W-CANCELADAS
                GO TO ATUALIZAR.
      *
      ***** EVENTO DE CANCELAMENTO NEGADO *****
      *
       NEGAR-CANC.
                IF NFE-SIT NOT = "X"
                   ADD 1 TO W-SEM-PAR
                   DISPLAY " *** NOTA " RTN-NUM-NOTA " SEM EVENTO DE"
                           " CANCELAMENTO ENVIADO ***"
                   GO TO PROC-LOOP.
                MOVE "A"        TO NFE-SIT
                MOVE RTN-MOTIVO TO NFE-MOTIVO
                ADD 1 TO W-CANC-NEG
                DISPLAY " NOTA " RTN-NUM-NOTA " CANCELAMENTO NEGADO: "
                        RTN-MOTIVO.
      *
       ATUALIZAR.
                REWRITE REGNFE
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-NFE THRU DIARIO-NFE-FIM
                IF ST-NFE NOT = "00" AND NOT = "02"
                   DISPLAY " *** NOTA " RTN-NUM-NOTA
                           " NAO ATUALIZADA: " ST-NFE " ***"
                   MOVE "ARQNFE" TO ERR-ARQUIVO
                   MOVE ST-NFE   TO ERR-STATUS
                   MOVE "ERRO NA ATUALIZACAO DA SITUACAO DA NF-E"
                        TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-NFE
                   GO TO PROC-LOOP.
                PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                GO TO PROC-LOOP.
      *
      ***************************************
      * GRAVACAO DA TRILHA DE AUDITORIA      *
      ***************************************
      *
       GRAVAR-AUDITORIA.
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                ACCEPT AUD-HORA FROM TIME
                MOVE "ARQNFE"     TO AUD-ARQUIVO
                MOVE RTN-TIPO     TO AUD-OPERACAO
                MOVE RTN-NUM-NOTA TO AUD-CHAVE-REG
                MOVE "RETORNO NF-E" TO AUD-OPERADOR
                WRITE REGAUD
                IF ST-AUD NOT = "00"
                   MOVE "00" TO ST-AUD
                   DISPLAY " *** TRILHA AUDITORIA NAO GRAVADA ***".
       GRAVAR-AUDITORIA-FIM.
                EXIT.
      *
       FIM-LOTE.
                CLOSE ARQRTN ARQNFE ARQAUD
                DISPLAY "*** RETORNO DA NF-E PROCESSADO ***"
                DISPLAY "REGISTROS LIDOS        : " W-LIDOS
                DISPLAY "NOTAS AUTORIZADAS      : " W-AUTORIZADAS
                DISPLAY "NOTAS REJEITADAS       : " W-REJEITADAS
                DISPLAY "CANCELAMENTOS HOMOLOG. : " W-CANCELADAS
                DISPLAY "CANCELAMENTOS NEGADOS  : " W-CANC-NEG
                DISPLAY "SEM CORRESPONDENCIA    : " W-SEM-PAR
                GO TO ROT-FIM.
      *
      ***************************************
      * GRAVACAO DO LOG DE ERROS DE ARQUIVO  *
      ***************************************
      *
       GRAVAR-ERRO.
                ACCEPT ERR-DATA FROM DATE YYYYMMDD
                ACCEPT ERR-HORA FROM TIME
                MOVE "NFERET" TO ERR-PROGRAMA
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
                MOVE "NFERET"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-NFE.
                MOVE "ARQNFE"     TO JRN-ARQUIVO
                MOVE ST-NFE       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-NFE TO JRN-ANTES
                ELSE
                   MOVE REGNFE TO JRN-ANTES.
                MOVE REGNFE TO JRN-DEPOIS JRN-ANT-NFE
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-NFE-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
                CLOSE ARQERRO
                EXIT PROGRAM.
       ROT-FIM2.
                EXIT PROGRAM.
