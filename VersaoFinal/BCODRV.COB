       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCODRV.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * DRIVER DO RAZAO BANCARIO (ARQLCB)            *
      * CHAMADO PELOS PROGRAMAS QUE MOVIMENTAM O     *
      * BANCO (BAIXACR, RETBANCO, CHQDEP, PAGCP,     *
      * RETBCOCP) COM A AREA BCL-COMUNIC:            *
      *   FUNCAO L = LANCA UM CREDITO (C) OU DEBITO  *
      *              (D) NA CONTA BCL-CONTA; CONTA   *
      *              ZERADA = CONTA PADRAO (CTABANCO *
      *              NO ARQPARAM OU, SEM ELE, A      *
      *              PRIMEIRA CONTA ATIVA DO ARQBCO) *
      * O LANCAMENTO RECEBE O PROXIMO SEQUENCIAL DA  *
      * CONTA (BCO-ULT-SEQ), ATUALIZA O SALDO DA     *
      * CONTA E GUARDA O SALDO APOS O LANCAMENTO.    *
      * RETORNO EM BCL-RETORNO: 00 = LANCADO,        *
      * SC = SEM CONTA BANCARIA CADASTRADA (O        *
      * PROGRAMA CHAMADOR SEGUE NORMALMENTE), OU O   *
      * FILE STATUS DO ERRO. EM MODO TREINAMENTO     *
      * (TREINO.DAT = S) USA AS COPIAS TRN...        *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQBCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE    IS AUTOMATIC
                    RECORD KEY   IS BCO-CONTA
                    FILE STATUS  IS ST-BCO.
       SELECT ARQLCB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LCB-CHAVE
                    FILE STATUS  IS ST-LCB.
       SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-COD
                    FILE STATUS  IS ST-PAR.
       SELECT ARQTRN ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-TRN.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQBCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-01.
       01 REGBCO.
                03 BCO-CONTA          PIC 9(04).
                03 BCO-BANCO          PIC 9(03).
                03 BCO-AGENCIA        PIC 9(05).
                03 BCO-NUM-CONTA      PIC X(12).
                03 BCO-DESC           PIC X(30).
                03 BCO-SALDO-INI      PIC S9(12).
                03 BCO-SALDO          PIC S9(12).
                03 BCO-ULT-SEQ        PIC 9(08).
                03 BCO-ULT-EXT        PIC 9(08).
                03 BCO-SIT            PIC X(01).
      *
       FD ARQLCB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-02.
       01 REGLCB.
                03 LCB-CHAVE.
                   05 LCB-CONTA       PIC 9(04).
                   05 LCB-SEQ         PIC 9(08).
                03 LCB-DATA           PIC 9(08).
                03 LCB-TIPO           PIC X(01).
                03 LCB-VALOR          PIC 9(10).
                03 LCB-SALDO          PIC S9(12).
                03 LCB-ORIGEM         PIC X(08).
                03 LCB-DOCUMENTO      PIC X(14).
                03 LCB-HIST           PIC X(30).
                03 LCB-CONCIL         PIC X(01).
                03 LCB-EXT-SEQ        PIC 9(08).
      *
       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-03.
       01 REGPARAM.
                03 PAR-COD            PIC X(08).
                03 PAR-DESC           PIC X(30).
                03 PAR-VALOR          PIC 9(08).
      *
       FD ARQTRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO.DAT".
       01 REGTRN            PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-BCO         PIC X(02) VALUE "00".
       77 ST-LCB         PIC X(02) VALUE "00".
       77 ST-PAR         PIC X(02) VALUE "00".
       77 ST-TRN         PIC X(02) VALUE "00".
       77 W-TREINO       PIC 9(01) VALUE ZEROS.
       77 W-NOME-TRAB    PIC X(17) VALUE SPACES.
       77 W-ARQ-01       PIC X(17) VALUE "ARQBCO.DAT".
       77 W-ARQ-02       PIC X(17) VALUE "ARQLCB.DAT".
       77 W-ARQ-03       PIC X(17) VALUE "ARQPARAM.DAT".
       77 W-CONTA        PIC 9(04) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-BCO          PIC X(95).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 BCL-COMUNIC.
                03 BCL-FUNCAO     PIC X(01).
                03 BCL-CONTA      PIC 9(04).
                03 BCL-DATA       PIC 9(08).
                03 BCL-TIPO       PIC X(01).
                03 BCL-VALOR      PIC 9(10).
                03 BCL-ORIGEM     PIC X(08).
                03 BCL-DOCUMENTO  PIC X(14).
                03 BCL-HIST       PIC X(30).
                03 BCL-RETORNO    PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING BCL-COMUNIC.
       INICIO.
                MOVE "00" TO BCL-RETORNO
                EVALUATE BCL-FUNCAO
                   WHEN "L" PERFORM LANCAR THRU LANCAR-FIM
                   WHEN OTHER
                      CONTINUE
                END-EVALUATE
                GO TO ROT-FIM.
      *
      ***************************************
      * MODO TREINAMENTO: NA PRIMEIRA        *
      * CHAMADA TROCA OS NOMES DOS ARQUIVOS  *
      * PELAS COPIAS TRN...                  *
      ***************************************
      *
       VERIF-TREINO.
                IF W-ARQ-01 (1:3) = "TRN"
                   GO TO VERIF-TREINO-FIM.
                MOVE 0 TO W-TREINO
                OPEN INPUT ARQTRN
                IF ST-TRN NOT = "00"
                   MOVE "00" TO ST-TRN
                   GO TO VERIF-TREINO-FIM.
                READ ARQTRN
                   AT END MOVE "10" TO ST-TRN.
                IF ST-TRN = "00" AND REGTRN = "S"
                   MOVE 1 TO W-TREINO.
                MOVE "00" TO ST-TRN
                CLOSE ARQTRN
                IF W-TREINO = 0
                   GO TO VERIF-TREINO-FIM.
                MOVE W-ARQ-01 TO W-NOME-TRAB
                MOVE SPACES TO W-ARQ-01
                STRING "TRN" W-NOME-TRAB DELIMITED BY SIZE
                       INTO W-ARQ-01
                MOVE W-ARQ-02 TO W-NOME-TRAB
                MOVE SPACES TO W-ARQ-02
                STRING "TRN" W-NOME-TRAB DELIMITED BY SIZE
                       INTO W-ARQ-02
                MOVE W-ARQ-03 TO W-NOME-TRAB
                MOVE SPACES TO W-ARQ-03
                STRING "TRN" W-NOME-TRAB DELIMITED BY SIZE
                       INTO W-ARQ-03.
       VERIF-TREINO-FIM.
                EXIT.
      *
      ***** FUNCAO L - LANCAMENTO NO RAZAO BANCARIO *****
      *
       LANCAR.
                IF BCL-VALOR = ZEROS
                   GO TO LANCAR-FIM.
                PERFORM VERIF-TREINO THRU VERIF-TREINO-FIM
                OPEN I-O ARQBCO
                IF ST-BCO NOT = "00"
                   MOVE "00" TO ST-BCO
                   MOVE "SC" TO BCL-RETORNO
                   GO TO LANCAR-FIM.
                MOVE BCL-CONTA TO W-CONTA
                IF W-CONTA = ZEROS
                   PERFORM CONTA-PADRAO THRU CONTA-PADRAO-FIM.
                IF W-CONTA = ZEROS
                   MOVE "SC" TO BCL-RETORNO
                   CLOSE ARQBCO
                   GO TO LANCAR-FIM.
                MOVE W-CONTA TO BCO-CONTA
                READ ARQBCO
                MOVE REGBCO TO JRN-ANT-BCO
                IF ST-BCO NOT = "00"
                   MOVE "00" TO ST-BCO
                   MOVE "SC" TO BCL-RETORNO
                   CLOSE ARQBCO
                   GO TO LANCAR-FIM.
       LANCAR-ABRIR.
                OPEN I-O ARQLCB
                IF ST-LCB NOT = "00"
                   IF ST-LCB = "30" OR "35"
                      OPEN OUTPUT ARQLCB
                      CLOSE ARQLCB
                      OPEN I-O ARQLCB
                   ELSE
                      MOVE ST-LCB TO BCL-RETORNO
                      MOVE "00"   TO ST-LCB
                      CLOSE ARQBCO
                      GO TO LANCAR-FIM.
                ADD 1 TO BCO-ULT-SEQ
                IF BCL-TIPO = "D"
                   SUBTRACT BCL-VALOR FROM BCO-SALDO
                ELSE
                   ADD BCL-VALOR TO BCO-SALDO.
                MOVE BCO-CONTA     TO LCB-CONTA
                MOVE BCO-ULT-SEQ   TO LCB-SEQ
                MOVE BCL-DATA      TO LCB-DATA
                MOVE BCL-TIPO      TO LCB-TIPO
                MOVE BCL-VALOR     TO LCB-VALOR
                MOVE BCO-SALDO     TO LCB-SALDO
                MOVE BCL-ORIGEM    TO LCB-ORIGEM
                MOVE BCL-DOCUMENTO TO LCB-DOCUMENTO
                MOVE BCL-HIST      TO LCB-HIST
                MOVE SPACES        TO LCB-CONCIL
                MOVE ZEROS         TO LCB-EXT-SEQ
                WRITE REGLCB
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-LCB THRU DIARIO-LCB-FIM
                IF ST-LCB NOT = "00" AND NOT = "02"
                   MOVE ST-LCB TO BCL-RETORNO
                   MOVE "00"   TO ST-LCB
                   CLOSE ARQBCO ARQLCB
                   GO TO LANCAR-FIM.
                REWRITE REGBCO
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-BCO THRU DIARIO-BCO-FIM
                IF ST-BCO NOT = "00" AND NOT = "02"
                   MOVE ST-BCO TO BCL-RETORNO
                   MOVE "00"   TO ST-BCO.
                MOVE BCO-CONTA TO BCL-CONTA
                CLOSE ARQBCO ARQLCB.
       LANCAR-FIM.
                EXIT.
      *
      ***************************************
      * CONTA PADRAO: CTABANCO NO ARQPARAM;  *
      * SEM O PARAMETRO, A PRIMEIRA CONTA    *
      * ATIVA DO ARQBCO                      *
      ***************************************
      *
       CONTA-PADRAO.
                OPEN INPUT ARQPARAM
                IF ST-PAR NOT = "00"
                   MOVE "00" TO ST-PAR
                   GO TO CONTA-PADRAO-1A.
                MOVE "CTABANCO" TO PAR-COD
                READ ARQPARAM
                IF ST-PAR = "00"
                   MOVE PAR-VALOR TO W-CONTA
                ELSE
                   MOVE "00" TO ST-PAR.
                CLOSE ARQPARAM
                IF W-CONTA NOT = ZEROS
                   GO TO CONTA-PADRAO-FIM.
       CONTA-PADRAO-1A.
                MOVE ZEROS TO BCO-CONTA
                START ARQBCO KEY IS NOT LESS BCO-CONTA INVALID KEY
                      MOVE "10" TO ST-BCO.
                IF ST-BCO NOT = "00"
                   MOVE "00" TO ST-BCO
                   GO TO CONTA-PADRAO-FIM.
       CONTA-PADRAO-2.
                READ ARQBCO NEXT
                   AT END MOVE "10" TO ST-BCO.
                MOVE REGBCO TO JRN-ANT-BCO
                IF ST-BCO NOT = "00"
                   MOVE "00" TO ST-BCO
                   GO TO CONTA-PADRAO-FIM.
                IF BCO-SIT = "I"
                   GO TO CONTA-PADRAO-2.
                MOVE BCO-CONTA TO W-CONTA.
       CONTA-PADRAO-FIM.
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
                IF W-TREINO = 1
                   GO TO GRAVAR-DIARIO-FIM.
                MOVE "BCODRV"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-LCB.
                MOVE "ARQLCB"     TO JRN-ARQUIVO
                MOVE ST-LCB       TO JRN-STATUS
                MOVE REGLCB TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-LCB-FIM.
                EXIT.
       DIARIO-BCO.
                MOVE "ARQBCO"     TO JRN-ARQUIVO
                MOVE ST-BCO       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-BCO TO JRN-ANTES
                ELSE
                   MOVE REGBCO TO JRN-ANTES.
                MOVE REGBCO TO JRN-DEPOIS JRN-ANT-BCO
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-BCO-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
                EXIT PROGRAM.
