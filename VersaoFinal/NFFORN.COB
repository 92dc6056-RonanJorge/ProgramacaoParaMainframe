       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFFORN.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * ENTRADA DE NOTA FISCAL DE FORNECEDOR COM     *
      * CONFERENCIA TRIPLA: CADA ITEM DA NOTA E      *
      * CONFRONTADO COM O PEDIDO DE COMPRA (PRECO    *
      * PDI-PRECO) E COM O RECEBIDO (PDI-QTDE-       *
      * RECEBIDA E ARQREC), DESCONTADO O QUE OUTRAS  *
      * NOTAS DO MESMO PEDIDO JA FATURARAM. NOTA SEM *
      * DIVERGENCIA GERA OS TITULOS DO ARQCP PELA    *
      * CONDICAO DE PAGAMENTO (ARQCPG). NOTA COM     *
      * PRECO ACIMA DO PEDIDO (TOLERANCIA TOLPRECO   *
      * NO ARQPARAM), QUANTIDADE ACIMA DO RECEBIDO   *
      * OU ITEM FORA DO PEDIDO FICA RETIDA ATE A     *
      * LIBERACAO DE UM SUPERVISOR (PERM-ADM), QUE   *
      * GERA OS TITULOS OU RECUSA A NOTA. AS         *
      * DIVERGENCIAS SAEM NO SPOOL (SPLDRV) E A      *
      * LIBERACAO FICA NO ARQAUD                     *
      * STATUS DA NOTA: L = LIBERADA (TITULOS        *
      * GERADOS), R = RETIDA, C = RECUSADA           *
      * DIVERGENCIA DO ITEM: P = PRECO, Q = QTDE,    *
      * A = PRECO E QTDE, I = ITEM FORA DO PEDIDO    *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQNFF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFF-CHAVE
                    FILE STATUS  IS ST-NFF
                    ALTERNATE RECORD KEY IS NFF-PED-NUM
                                   WITH DUPLICATES.
       SELECT ARQNFFI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFL-CHAVE
                    FILE STATUS  IS ST-NFL
                    ALTERNATE RECORD KEY IS NFL-PED-NUM
                                   WITH DUPLICATES.
       SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CPF
                    FILE STATUS  IS ST-FOR
                    ALTERNATE RECORD KEY IS FOR-NOME
                                   WITH DUPLICATES.
       SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-COD
                    FILE STATUS  IS ST-PRO
                    ALTERNATE RECORD KEY IS PRO-DESC
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-BARRAS
                                   WITH DUPLICATES.
       SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PED-NUM
                    FILE STATUS  IS ST-PED
                    ALTERNATE RECORD KEY IS PED-FOR-CPF
                                   WITH DUPLICATES.
       SELECT ARQPEDI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PDI-CHAVE
                    FILE STATUS  IS ST-PDI
                    ALTERNATE RECORD KEY IS PDI-PRO-COD
                                   WITH DUPLICATES.
       SELECT ARQREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REC-NUM
                    FILE STATUS  IS ST-REC
                    ALTERNATE RECORD KEY IS REC-FOR-CPF
                                   WITH DUPLICATES.
       SELECT ARQCP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CP-NUM
                    FILE STATUS  IS ST-CP
                    ALTERNATE RECORD KEY IS CP-FOR-CPF
                                   WITH DUPLICATES.
       SELECT ARQCPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPG-COD
                    FILE STATUS  IS ST-CPG.
       SELECT ARQFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-FER.
       SELECT ARQPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PER-ANOMES
                    FILE STATUS  IS ST-PER.
       SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-COD
                    FILE STATUS  IS ST-PAR.
       SELECT ARQNUM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-SERIE
                    FILE STATUS  IS ST-NUM.
       SELECT ARQOPE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPE-COD
                    FILE STATUS  IS ST-OPE
                    ALTERNATE RECORD KEY IS OPE-NOME
                                   WITH DUPLICATES.
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
       FD ARQNFF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFF.DAT".
       01 REGNFF.
                03 NFF-CHAVE.
                   05 NFF-FOR-CPF     PIC 9(14).
                   05 NFF-NUMERO      PIC 9(09).
                03 NFF-PED-NUM        PIC 9(08).
                03 NFF-DATA-EMISSAO   PIC 9(08).
                03 NFF-VALOR          PIC 9(10).
                03 NFF-COND-PAG       PIC X(04).
                03 NFF-STATUS         PIC X(01).
                03 NFF-OPERADOR       PIC X(20).
                03 NFF-LIBERADOR      PIC X(20).
                03 NFF-DATA-LIB       PIC 9(08).
                03 NFF-CP-INICIAL     PIC 9(08).
                03 NFF-CP-PARCELAS    PIC 9(02).
      *
       FD ARQNFFI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFFI.DAT".
       01 REGNFFI.
                03 NFL-CHAVE.
                   05 NFL-FOR-CPF     PIC 9(14).
                   05 NFL-NUMERO      PIC 9(09).
                   05 NFL-ITEM        PIC 9(03).
                03 NFL-PED-NUM        PIC 9(08).
                03 NFL-PRO-COD        PIC 9(08).
                03 NFL-QTDE           PIC 9(06).
                03 NFL-PRECO          PIC 9(08).
                03 NFL-QTDE-DISP      PIC 9(06).
                03 NFL-PRECO-PED      PIC 9(08).
                03 NFL-DIVERG         PIC X(01).
      *
       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOR.DAT".
       01 REGFOR.
                03 FOR-TIPO               PIC X(1).
                03 FOR-CPF                PIC 9(14).
                03 FOR-NOME               PIC X(30).
                03 FOR-FANTASIA           PIC X(12).
                03 FOR-DDD                PIC 9(2).
                03 FOR-NUMTEL             PIC 9(9).
                03 FOR-DDD2               PIC 9(2).
                03 FOR-NUMTEL2            PIC 9(9).
                03 FOR-DDD3               PIC 9(2).
                03 FOR-NUMTEL3            PIC 9(9).
                03 FOR-EMAIL              PIC X(30).
                03 FOR-CEP                PIC X(8).
                03 FOR-CONTATO            PIC X(30).
                03 FOR-NUM-LOGR           PIC 9(5).
                03 FOR-COMP-LOGR          PIC X(12).
                03 FOR-LOGRADOURO         PIC X(30).
                03 FOR-BAIRRO             PIC X(20).
                03 FOR-CIDADE             PIC X(20).
                03 FOR-UF                 PIC X(02).
                03 FOR-SIT                PIC X(01).
                03 FOR-VERSAO             PIC 9(08).
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
       FD ARQPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPED.DAT".
       01 REGPED.
                03 PED-NUM            PIC 9(08).
                03 PED-FOR-CPF        PIC 9(14).
                03 PED-DATA-EMISSAO   PIC 9(08).
                03 PED-DATA-PREV      PIC 9(08).
                03 PED-STATUS         PIC X(01).
                03 PED-VALOR          PIC 9(12).
                03 PED-EMITENTE       PIC X(08).
                03 PED-APROVADOR      PIC X(08).
                03 PED-DATA-APROV     PIC 9(08).
                03 PED-OBS-APROV      PIC X(40).
      *
       FD ARQPEDI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDI.DAT".
       01 REGPEDI.
                03 PDI-CHAVE.
                   05 PDI-PED-NUM     PIC 9(08).
                   05 PDI-ITEM        PIC 9(03).
                03 PDI-PRO-COD        PIC 9(08).
                03 PDI-QTDE           PIC 9(06).
                03 PDI-PRECO          PIC 9(08).
                03 PDI-QTDE-RECEBIDA  PIC 9(06).
      *
       FD ARQREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREC.DAT".
       01 REGREC.
                03 REC-NUM            PIC 9(08).
                03 REC-FOR-CPF        PIC 9(14).
                03 REC-PED-NUM        PIC 9(08).
                03 REC-PRO-COD        PIC 9(08).
                03 REC-QTDE           PIC 9(06).
                03 REC-DATA           PIC 9(08).
                03 REC-DATA-PREV      PIC 9(08).
                03 REC-CUSTO          PIC 9(08).
      *
       FD ARQCP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCP.DAT".
       01 REGCP.
                03 CP-NUM             PIC 9(08).
                03 CP-FOR-CPF         PIC 9(14).
                03 CP-VALOR           PIC 9(10).
                03 CP-DATA-EMISSAO    PIC 9(08).
                03 CP-DATA-VENC       PIC 9(08).
                03 CP-STATUS          PIC X(01).
                03 CP-DATA-PGTO       PIC 9(08).
                03 CP-DESPESA         PIC 9(03).
                03 CP-CCUSTO          PIC 9(03).
      *
       FD ARQCPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCPG.DAT".
       01 REGCPG.
                03 CPG-COD            PIC X(04).
                03 CPG-DESC           PIC X(30).
                03 CPG-NUM-PARC       PIC 9(02).
                03 CPG-INTERV         PIC 9(03).
                03 CPG-AVISTA         PIC X(01).
      *
       FD ARQFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFER.DAT".
       01 REGFER.
                03 FER-DATA           PIC 9(08).
                03 FER-DESC           PIC X(30).
      *
       FD ARQPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPER.DAT".
       01 REGPER.
                03 PER-ANOMES         PIC 9(06).
                03 PER-STATUS         PIC X(01).
      *
       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PAR-COD            PIC X(08).
                03 PAR-DESC           PIC X(30).
                03 PAR-VALOR          PIC 9(08).
      *
       FD ARQNUM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNUM.DAT".
       01 REGNUM.
                03 NUM-SERIE      PIC X(08).
                03 NUM-PROXIMO    PIC 9(08).
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
       77 ST-NFF         PIC X(02) VALUE "00".
       77 ST-NFL         PIC X(02) VALUE "00".
       77 ST-FOR         PIC X(02) VALUE "00".
       77 ST-PRO         PIC X(02) VALUE "00".
       77 ST-PED         PIC X(02) VALUE "00".
       77 ST-PDI         PIC X(02) VALUE "00".
       77 ST-REC         PIC X(02) VALUE "00".
       77 ST-CP          PIC X(02) VALUE "00".
       77 ST-CPG         PIC X(02) VALUE "00".
       77 ST-FER         PIC X(02) VALUE "00".
       77 ST-PER         PIC X(02) VALUE "00".
       77 ST-PAR         PIC X(02) VALUE "00".
       77 ST-NUM         PIC X(02) VALUE "00".
       77 ST-OPE         PIC X(02) VALUE "00".
       77 ST-AUD         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-TEM-REC      PIC 9(01) VALUE ZEROS.
       77 W-TEM-CPG      PIC 9(01) VALUE ZEROS.
       77 W-TEM-FER      PIC 9(01) VALUE ZEROS.
       77 W-TEM-PER      PIC 9(01) VALUE ZEROS.
       77 W-MODO         PIC X(01) VALUE SPACES.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-OPERADOR     PIC X(20) VALUE SPACES.
       77 W-SUP-COD      PIC X(08) VALUE SPACES.
       77 W-SUP-SENHA    PIC X(08) VALUE SPACES.
       77 W-SUP-NOME     PIC X(20) VALUE SPACES.
       77 W-FOR-CPF      PIC 9(14) VALUE ZEROS.
       77 W-NF-NUM       PIC 9(09) VALUE ZEROS.
       77 W-PED-NUM      PIC 9(08) VALUE ZEROS.
       77 W-DATA-EMI     PIC 9(08) VALUE ZEROS.
       77 W-COND-PAG     PIC X(04) VALUE SPACES.
       77 W-ITEM         PIC 9(03) VALUE ZEROS.
       77 W-PRO-COD      PIC 9(08) VALUE ZEROS.
       77 W-QTDE         PIC 9(06) VALUE ZEROS.
       77 W-PRECO        PIC 9(08) VALUE ZEROS.
       77 W-PRECO-PED    PIC 9(08) VALUE ZEROS.
       77 W-PRECO-MAX    PIC 9(08) VALUE ZEROS.
       77 W-TOL-PRECO    PIC 9(03) VALUE ZEROS.
       77 W-ACHOU-PDI    PIC 9(01) VALUE ZEROS.
       77 W-QTDE-PDI     PIC 9(07) VALUE ZEROS.
       77 W-QTDE-REC     PIC 9(07) VALUE ZEROS.
       77 W-QTDE-FAT     PIC 9(07) VALUE ZEROS.
       77 W-QTDE-DISP    PIC S9(07) VALUE ZEROS.
       77 W-DIVERG       PIC X(01) VALUE SPACES.
       77 W-RETER        PIC 9(01) VALUE ZEROS.
       77 W-TOTAL-NF     PIC 9(10) VALUE ZEROS.
       77 W-VALOR-ITEM   PIC 9(10) VALUE ZEROS.
       77 W-NUM-PARC     PIC 9(02) VALUE ZEROS.
       77 W-INTERV       PIC 9(03) VALUE ZEROS.
       77 W-PARC-IDX     PIC 9(02) VALUE ZEROS.
       77 W-VALOR-PARC   PIC 9(10) VALUE ZEROS.
       77 W-VALOR-ULT    PIC 9(10) VALUE ZEROS.
       77 W-CP-INICIAL   PIC 9(08) VALUE ZEROS.
       77 W-CP-PROX      PIC 9(08) VALUE ZEROS.
       77 W-DATA-AMD     PIC 9(08) VALUE ZEROS.
       77 W-DIAS-NOTA    PIC 9(08) VALUE ZEROS.
       77 W-DIAS-VENC    PIC 9(08) VALUE ZEROS.
       77 W-DIA-SEM      PIC 9(01) VALUE ZEROS.
       77 W-DATA-OK      PIC 9(01) VALUE ZEROS.
       77 W-DATA-DIA     PIC 9(02) VALUE ZEROS.
       77 W-DATA-MES     PIC 9(02) VALUE ZEROS.
       77 W-DATA-ANO     PIC 9(04) VALUE ZEROS.
       77 W-DIA-MAX      PIC 9(02) VALUE ZEROS.
       77 W-DATA-PER     PIC 9(08) VALUE ZEROS.
       77 W-PER-OK       PIC 9(01) VALUE ZEROS.
       77 W-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-NOTAS        PIC 9(06) VALUE ZEROS.
       77 W-RETIDAS      PIC 9(06) VALUE ZEROS.
       77 W-TITULOS      PIC 9(06) VALUE ZEROS.
       77 W-DSP-COMPRA   PIC 9(03) VALUE ZEROS.
       77 W-CCU-COMPRA   PIC 9(03) VALUE ZEROS.
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
                03 SPL-PROGRAMA   PIC X(08).
                03 SPL-LINHA      PIC X(80).
                03 SPL-OPER       PIC X(20).
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-NFF          PIC X(112).
       01 JRN-ANT-NUM          PIC X(16).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY "*** NFFORN - NOTA FISCAL DE FORNECEDOR ***".
                MOVE "NFFORN" TO SPL-PROGRAMA
                MOVE SPACES TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
      *
       PEDIR-MODO.
                DISPLAY "ENTRADA DE NOTA OU LIBERACAO (E/L)        : "
                        WITH NO ADVANCING
                ACCEPT W-MODO
                IF W-MODO = "e"
                   MOVE "E" TO W-MODO.
                IF W-MODO = "l"
                   MOVE "L" TO W-MODO.
                IF W-MODO = SPACES
                   GO TO ROT-FIM2.
                IF W-MODO NOT = "E" AND "L"
                   DISPLAY "*** DIGITE APENAS E OU L ***"
                   GO TO PEDIR-MODO.
                IF W-MODO = "L"
                   GO TO PEDIR-SUP.
      *
       PEDIR-OPERADOR.
                DISPLAY "OPERADOR RESPONSAVEL                      : "
                        WITH NO ADVANCING
                ACCEPT W-OPERADOR
                IF W-OPERADOR = SPACES
                   DISPLAY "*** OPERADOR DEVE SER INFORMADO ***"
                   GO TO PEDIR-OPERADOR.
                GO TO ABRIR-ARQ.
      *
      ***** LIBERACAO DO SUPERVISOR (PERM-ADM) *****
      *
       PEDIR-SUP.
                DISPLAY "SUPERVISOR (CODIGO)                       : "
                        WITH NO ADVANCING
                ACCEPT W-SUP-COD
                IF W-SUP-COD = SPACES
                   DISPLAY "*** LIBERACAO CANCELADA ***"
                   GO TO ROT-FIM2.
                DISPLAY "SENHA                                     : "
                        WITH NO ADVANCING
                ACCEPT W-SUP-SENHA WITH NO ECHO.
       ABRIR-OPE.
                OPEN INPUT ARQOPE
                IF ST-OPE NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQ OPERADOR: "
                           ST-OPE
                   GO TO ROT-FIM2.
                MOVE W-SUP-COD TO OPE-COD
                READ ARQOPE
                IF ST-OPE NOT = "00" OR OPE-SIT = "E"
                   OR OPE-SENHA NOT = W-SUP-SENHA
                   OR OPE-PERM-ADM NOT = "S"
                   DISPLAY "*** LIBERACAO RECUSADA ***"
                   CLOSE ARQOPE
                   GO TO ROT-FIM2.
                MOVE OPE-NOME TO W-SUP-NOME
                MOVE OPE-NOME TO W-OPERADOR
                CLOSE ARQOPE.
      *
       ABRIR-ARQ.
                OPEN I-O ARQNFF
                IF ST-NFF NOT = "00"
                   IF ST-NFF = "30" OR "35"
                      OPEN OUTPUT ARQNFF
                      CLOSE ARQNFF
                      OPEN I-O ARQNFF
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQNFF: "
                              ST-NFF
                      GO TO ROT-FIM2.
                OPEN I-O ARQNFFI
                IF ST-NFL NOT = "00"
                   IF ST-NFL = "30" OR "35"
                      OPEN OUTPUT ARQNFFI
                      CLOSE ARQNFFI
                      OPEN I-O ARQNFFI
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQNFFI: "
                              ST-NFL
                      CLOSE ARQNFF
                      GO TO ROT-FIM2.
                OPEN INPUT ARQFOR
                IF ST-FOR NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQFOR: "
                           ST-FOR
                   CLOSE ARQNFF ARQNFFI
                   GO TO ROT-FIM2.
                OPEN INPUT ARQPRO
                IF ST-PRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPRO: "
                           ST-PRO
                   CLOSE ARQNFF ARQNFFI ARQFOR
                   GO TO ROT-FIM2.
                OPEN INPUT ARQPED
                IF ST-PED NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPED: "
                           ST-PED
                   CLOSE ARQNFF ARQNFFI ARQFOR ARQPRO
                   GO TO ROT-FIM2.
                OPEN INPUT ARQPEDI
                IF ST-PDI NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPEDI: "
                           ST-PDI
                   CLOSE ARQNFF ARQNFFI ARQFOR ARQPRO ARQPED
                   GO TO ROT-FIM2.
                OPEN I-O ARQCP
                IF ST-CP NOT = "00"
                   IF ST-CP = "30" OR "35"
                      OPEN OUTPUT ARQCP
                      CLOSE ARQCP
                      OPEN I-O ARQCP
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCP: "
                              ST-CP
                      CLOSE ARQNFF ARQNFFI ARQFOR ARQPRO ARQPED
                            ARQPEDI
                      GO TO ROT-FIM2.
                OPEN I-O ARQNUM
                IF ST-NUM NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQ NUMERACAO: "
                           ST-NUM
                   CLOSE ARQNFF ARQNFFI ARQFOR ARQPRO ARQPED ARQPEDI
                         ARQCP
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
                      CLOSE ARQNFF ARQNFFI ARQFOR ARQPRO ARQPED
                            ARQPEDI ARQCP ARQNUM
                      GO TO ROT-FIM2.
                OPEN INPUT ARQREC
                IF ST-REC = "00"
                   MOVE 1 TO W-TEM-REC
                ELSE
                   MOVE 0 TO W-TEM-REC
                   MOVE "00" TO ST-REC.
                OPEN INPUT ARQCPG
                IF ST-CPG = "00"
                   MOVE 1 TO W-TEM-CPG
                ELSE
                   MOVE 0 TO W-TEM-CPG
                   MOVE "00" TO ST-CPG.
                OPEN INPUT ARQFER
                IF ST-FER = "00"
                   MOVE 1 TO W-TEM-FER
                ELSE
                   MOVE 0 TO W-TEM-FER
                   MOVE "00" TO ST-FER.
                OPEN INPUT ARQPER
                IF ST-PER = "00"
                   MOVE 1 TO W-TEM-PER
                ELSE
                   MOVE 0 TO W-TEM-PER
                   MOVE "00" TO ST-PER.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
      *
      ***************************************
      * TOLERANCIA DE PRECO SOBRE O PEDIDO   *
      * (TOLPRECO NO ARQPARAM, EM %; SEM O   *
      * PARAMETRO NAO HA TOLERANCIA) E       *
      * CATEGORIA DE DESPESA E CENTRO DE     *
      * CUSTO DOS TITULOS DE COMPRA          *
      * (DSPCOMPR E CCUCOMPR; SEM O          *
      * PARAMETRO O TITULO FICA SEM          *
      * CLASSIFICACAO)                       *
      ***************************************
      *
       LER-PARAM.
                ACCEPT W-DATA-AMD FROM DATE YYYYMMDD
                MOVE W-DATA-AMD (7:2) TO W-HOJE (1:2)
                MOVE W-DATA-AMD (5:2) TO W-HOJE (3:2)
                MOVE W-DATA-AMD (1:4) TO W-HOJE (5:4)
                MOVE ZEROS TO W-TOL-PRECO W-DSP-COMPRA W-CCU-COMPRA
                OPEN INPUT ARQPARAM
                IF ST-PAR NOT = "00"
                   MOVE "00" TO ST-PAR
                   GO TO GARANTIR-SERIE.
                MOVE "TOLPRECO" TO PAR-COD
                READ ARQPARAM
                IF ST-PAR = "00"
                   MOVE PAR-VALOR TO W-TOL-PRECO
                ELSE
                   MOVE "00" TO ST-PAR.
                MOVE "DSPCOMPR" TO PAR-COD
                READ ARQPARAM
                IF ST-PAR = "00"
                   MOVE PAR-VALOR TO W-DSP-COMPRA
                ELSE
                   MOVE "00" TO ST-PAR.
                MOVE "CCUCOMPR" TO PAR-COD
                READ ARQPARAM
                IF ST-PAR = "00"
                   MOVE PAR-VALOR TO W-CCU-COMPRA
                ELSE
                   MOVE "00" TO ST-PAR.
                CLOSE ARQPARAM.
      *
      ***************************************
      * SERIE TITCP DO ARQNUM: SE AINDA NAO  *
      * EXISTE, NASCE COM O MAIOR CP-NUM + 1 *
      * (MESMA REGRA DO CTAPAG)              *
      ***************************************
      *
       GARANTIR-SERIE.
                MOVE "TITCP" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM = "00"
                   GO TO ESCOLHER-MODO.
                MOVE "00" TO ST-NUM
                MOVE 1 TO W-CP-PROX
                MOVE ZEROS TO CP-NUM
                START ARQCP KEY IS NOT LESS CP-NUM INVALID KEY
                      MOVE "10" TO ST-CP.
                IF ST-CP NOT = "00"
                   MOVE "00" TO ST-CP
                   GO TO GARANTIR-SERIE-GRV.
       GARANTIR-SERIE-SCAN.
                READ ARQCP NEXT
                   AT END MOVE "10" TO ST-CP.
                IF ST-CP = "00"
                   COMPUTE W-CP-PROX = CP-NUM + 1
                   GO TO GARANTIR-SERIE-SCAN.
                MOVE "00" TO ST-CP.
       GARANTIR-SERIE-GRV.
                MOVE "TITCP" TO NUM-SERIE
                MOVE W-CP-PROX TO NUM-PROXIMO
                WRITE REGNUM
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                IF ST-NUM NOT = "00" AND NOT = "02"
                   DISPLAY "ERRO NA CRIACAO DA SERIE DE NUMERACAO: "
                           ST-NUM
                   GO TO FIM-LOTE.
       ESCOLHER-MODO.
                IF W-MODO = "L"
                   GO TO LIB-NOTA.
      *
      ***** CABECALHO DA NOTA DO FORNECEDOR *****
      *
       PEDIR-FOR.
                MOVE ZEROS TO W-FOR-CPF
                DISPLAY "CPF/CNPJ DO FORNECEDOR (0 = ENCERRA)      : "
                        WITH NO ADVANCING
                ACCEPT W-FOR-CPF
                IF W-FOR-CPF = ZEROS
                   GO TO FIM-LOTE.
                MOVE W-FOR-CPF TO FOR-CPF
                READ ARQFOR
                IF ST-FOR NOT = "00"
                   MOVE "00" TO ST-FOR
                   DISPLAY "*** FORNECEDOR NAO CADASTRADO ***"
                   GO TO PEDIR-FOR.
                IF FOR-SIT = "E"
                   DISPLAY "*** FORNECEDOR EXCLUIDO ***"
                   GO TO PEDIR-FOR.
                DISPLAY "FORNECEDOR: " FOR-NOME.
       PEDIR-NUMERO.
                DISPLAY "NUMERO DA NOTA FISCAL                     : "
                        WITH NO ADVANCING
                ACCEPT W-NF-NUM
                IF W-NF-NUM = ZEROS
                   DISPLAY "*** NUMERO DEVE SER DIFERENTE DE ZEROS **"
                   GO TO PEDIR-NUMERO.
                MOVE W-FOR-CPF TO NFF-FOR-CPF
                MOVE W-NF-NUM  TO NFF-NUMERO
                READ ARQNFF
                MOVE REGNFF TO JRN-ANT-NFF
                IF ST-NFF = "00"
                   DISPLAY "*** NOTA JA LANCADA P/ ESTE FORNECEDOR ***"
                   GO TO PEDIR-FOR.
                MOVE "00" TO ST-NFF.
       PEDIR-PEDIDO.
                DISPLAY "PEDIDO DE COMPRA                          : "
                        WITH NO ADVANCING
                ACCEPT W-PED-NUM
                MOVE W-PED-NUM TO PED-NUM
                READ ARQPED
                IF ST-PED NOT = "00"
                   MOVE "00" TO ST-PED
                   DISPLAY "*** PEDIDO NAO CADASTRADO ***"
                   GO TO PEDIR-PEDIDO.
                IF PED-FOR-CPF NOT = W-FOR-CPF
                   DISPLAY "*** PEDIDO E DE OUTRO FORNECEDOR ***"
                   GO TO PEDIR-PEDIDO.
                IF PED-STATUS = "E"
                   DISPLAY "*** PEDIDO AGUARDANDO APROVACAO ***"
                   GO TO PEDIR-PEDIDO.
                IF PED-STATUS = "X"
                   DISPLAY "*** PEDIDO REPROVADO ***"
                   GO TO PEDIR-PEDIDO.
       PEDIR-DATA.
                DISPLAY "DATA DE EMISSAO DA NOTA (DDMMAAAA)        : "
                        WITH NO ADVANCING
                ACCEPT W-DATA-EMI
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
                IF W-DATA-OK = 0
                   DISPLAY "*** DATA INVALIDA ***"
                   GO TO PEDIR-DATA.
                MOVE W-DATA-EMI TO W-DATA-PER
                PERFORM VERIF-PERIODO THRU VERIF-PERIODO-FIM
                IF W-PER-OK = 0
                   DISPLAY "*** PERIODO CONTABIL FECHADO ***"
                   GO TO PEDIR-DATA.
       PEDIR-COND.
                MOVE SPACES TO W-COND-PAG
                MOVE 01 TO W-NUM-PARC
                MOVE 30 TO W-INTERV
                IF W-TEM-CPG = 0
                   GO TO INICIAR-ITENS.
                DISPLAY "CONDICAO DE PAGAMENTO (BRANCO = 30 DIAS)  : "
                        WITH NO ADVANCING
                ACCEPT W-COND-PAG
                IF W-COND-PAG = SPACES
                   GO TO INICIAR-ITENS.
                PERFORM LER-COND THRU LER-COND-FIM
                IF ST-CPG NOT = "00"
                   MOVE "00" TO ST-CPG
                   DISPLAY "*** CONDICAO NAO CADASTRADA (MNTCPG) ***"
                   GO TO PEDIR-COND.
       INICIAR-ITENS.
                MOVE ZEROS TO W-ITEM W-TOTAL-NF W-RETER
                MOVE SPACES TO SPL-LINHA
                STRING " NF " W-NF-NUM "  FORNECEDOR " W-FOR-CPF
                       " " FOR-NOME
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "   PEDIDO " W-PED-NUM "  EMISSAO " W-DATA-EMI
                       "  OPERADOR " W-OPERADOR
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                PERFORM CABEC-ITENS THRU CABEC-ITENS-FIM.
      *
      ***** ITENS DA NOTA *****
      *
       PEDIR-ITEM.
                MOVE ZEROS TO W-PRO-COD
                DISPLAY "PRODUTO (0 = FIM DOS ITENS)               : "
                        WITH NO ADVANCING
                ACCEPT W-PRO-COD
                IF W-PRO-COD = ZEROS
                   GO TO FIM-ITENS.
                MOVE W-PRO-COD TO PRO-COD
                READ ARQPRO
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   DISPLAY "*** PRODUTO NAO CADASTRADO ***"
                   GO TO PEDIR-ITEM.
                DISPLAY "PRODUTO: " PRO-DESC.
       PEDIR-QTDE.
                DISPLAY "QUANTIDADE FATURADA                       : "
                        WITH NO ADVANCING
                ACCEPT W-QTDE
                IF W-QTDE = ZEROS
                   DISPLAY "*** QUANTIDADE DEVE SER MAIOR QUE ZERO ***"
                   GO TO PEDIR-QTDE.
       PEDIR-PRECO.
                DISPLAY "PRECO UNITARIO FATURADO                   : "
                        WITH NO ADVANCING
                ACCEPT W-PRECO
                IF W-PRECO = ZEROS
                   DISPLAY "*** PRECO DEVE SER MAIOR QUE ZERO ***"
                   GO TO PEDIR-PRECO.
                PERFORM CONFERIR-ITEM THRU CONFERIR-ITEM-FIM.
       GRAVAR-ITEM.
                ADD 1 TO W-ITEM
                MOVE W-FOR-CPF   TO NFL-FOR-CPF
                MOVE W-NF-NUM    TO NFL-NUMERO
                MOVE W-ITEM      TO NFL-ITEM
                MOVE W-PED-NUM   TO NFL-PED-NUM
                MOVE W-PRO-COD   TO NFL-PRO-COD
                MOVE W-QTDE      TO NFL-QTDE
                MOVE W-PRECO     TO NFL-PRECO
                MOVE W-QTDE-DISP TO NFL-QTDE-DISP
                MOVE W-PRECO-PED TO NFL-PRECO-PED
                MOVE W-DIVERG    TO NFL-DIVERG
                WRITE REGNFFI
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-NFFI THRU DIARIO-NFFI-FIM
                IF ST-NFL NOT = "00" AND NOT = "02"
                   DISPLAY "*** ITEM NAO GRAVADO - STATUS " ST-NFL
                   MOVE "ARQNFFI" TO ERR-ARQUIVO
                   MOVE ST-NFL    TO ERR-STATUS
                   MOVE "ERRO NA GRAVACAO DO ITEM DA NOTA" TO
                                                         ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-NFL
                   SUBTRACT 1 FROM W-ITEM
                   GO TO PEDIR-ITEM.
                COMPUTE W-VALOR-ITEM = W-QTDE * W-PRECO
                ADD W-VALOR-ITEM TO W-TOTAL-NF
                IF W-DIVERG NOT = SPACES
                   MOVE 1 TO W-RETER.
                PERFORM IMPRIMIR-ITEM THRU IMPRIMIR-ITEM-FIM
                GO TO PEDIR-ITEM.
      *
      ***** FECHAMENTO DA NOTA: LIBERA OU RETEM *****
      *
       FIM-ITENS.
                IF W-ITEM = ZEROS
                   DISPLAY "*** NOTA SEM ITENS - NAO GRAVADA ***"
                   GO TO PEDIR-FOR.
                MOVE W-FOR-CPF  TO NFF-FOR-CPF
                MOVE W-NF-NUM   TO NFF-NUMERO
                MOVE W-PED-NUM  TO NFF-PED-NUM
                MOVE W-DATA-EMI TO NFF-DATA-EMISSAO
                MOVE W-TOTAL-NF TO NFF-VALOR
                MOVE W-COND-PAG TO NFF-COND-PAG
                MOVE W-OPERADOR TO NFF-OPERADOR
                MOVE SPACES     TO NFF-LIBERADOR
                MOVE ZEROS      TO NFF-DATA-LIB NFF-CP-INICIAL
                                   NFF-CP-PARCELAS
                IF W-RETER = 1
                   MOVE "R" TO NFF-STATUS
                   GO TO FIM-ITENS-GRV.
                PERFORM GERAR-TITULOS THRU GERAR-TITULOS-FIM
                MOVE "L"          TO NFF-STATUS
                MOVE W-CP-INICIAL TO NFF-CP-INICIAL
                MOVE W-NUM-PARC   TO NFF-CP-PARCELAS.
       FIM-ITENS-GRV.
                WRITE REGNFF
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-NFF THRU DIARIO-NFF-FIM
                IF ST-NFF NOT = "00" AND NOT = "02"
                   DISPLAY "*** NOTA NAO GRAVADA - STATUS " ST-NFF
                   MOVE "ARQNFF" TO ERR-ARQUIVO
                   MOVE ST-NFF   TO ERR-STATUS
                   MOVE "ERRO NA GRAVACAO DA NOTA DO FORNECEDOR" TO
                                                         ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-NFF
                   GO TO PEDIR-FOR.
                ADD 1 TO W-NOTAS
                MOVE SPACES TO SPL-LINHA
                IF NFF-STATUS = "R"
                   ADD 1 TO W-RETIDAS
                   STRING "   TOTAL " W-TOTAL-NF
                          "  *** NOTA RETIDA - AGUARDA LIBERACAO ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                ELSE
                   STRING "   TOTAL " W-TOTAL-NF "  TITULOS "
                          NFF-CP-INICIAL " A " CP-NUM
                          " (" NFF-CP-PARCELAS " PARCELAS)"
                          DELIMITED BY SIZE INTO SPL-LINHA.
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO PEDIR-FOR.
      *
      ***** LIBERACAO OU RECUSA DE NOTA RETIDA *****
      *
       LIB-NOTA.
                MOVE ZEROS TO W-FOR-CPF
                DISPLAY "CPF/CNPJ DO FORNECEDOR (0 = ENCERRA)      : "
                        WITH NO ADVANCING
                ACCEPT W-FOR-CPF
                IF W-FOR-CPF = ZEROS
                   GO TO FIM-LOTE.
                DISPLAY "NUMERO DA NOTA FISCAL                     : "
                        WITH NO ADVANCING
                ACCEPT W-NF-NUM
                MOVE W-FOR-CPF TO NFF-FOR-CPF
                MOVE W-NF-NUM  TO NFF-NUMERO
                READ ARQNFF
                MOVE REGNFF TO JRN-ANT-NFF
                IF ST-NFF NOT = "00"
                   MOVE "00" TO ST-NFF
                   DISPLAY "*** NOTA NAO ENCONTRADA ***"
                   GO TO LIB-NOTA.
                IF NFF-STATUS NOT = "R"
                   DISPLAY "*** NOTA NAO ESTA RETIDA (STATUS "
                           NFF-STATUS ") ***"
                   GO TO LIB-NOTA.
                MOVE W-FOR-CPF TO FOR-CPF
                READ ARQFOR
                IF ST-FOR NOT = "00"
                   MOVE "00"   TO ST-FOR
                   MOVE SPACES TO FOR-NOME.
                MOVE SPACES TO SPL-LINHA
                STRING " NF " NFF-NUMERO "  FORNECEDOR " NFF-FOR-CPF
                       " " FOR-NOME
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "   PEDIDO " NFF-PED-NUM "  EMISSAO "
                       NFF-DATA-EMISSAO "  TOTAL " NFF-VALOR
                       "  DIGITADA POR " NFF-OPERADOR
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                PERFORM CABEC-ITENS THRU CABEC-ITENS-FIM
                MOVE NFF-FOR-CPF TO NFL-FOR-CPF
                MOVE NFF-NUMERO  TO NFL-NUMERO
                MOVE ZEROS       TO NFL-ITEM
                START ARQNFFI KEY IS NOT LESS NFL-CHAVE INVALID KEY
                      MOVE "10" TO ST-NFL.
                IF ST-NFL NOT = "00"
                   MOVE "00" TO ST-NFL
                   GO TO LIB-DECIDIR.
       LIB-ITENS.
                READ ARQNFFI NEXT
                   AT END MOVE "10" TO ST-NFL.
                IF ST-NFL NOT = "00" OR NFL-FOR-CPF NOT = NFF-FOR-CPF
                   OR NFL-NUMERO NOT = NFF-NUMERO
                   MOVE "00" TO ST-NFL
                   GO TO LIB-DECIDIR.
                MOVE NFL-PRO-COD   TO W-PRO-COD PRO-COD
                MOVE NFL-QTDE      TO W-QTDE
                MOVE NFL-PRECO     TO W-PRECO
                MOVE NFL-QTDE-DISP TO W-QTDE-DISP
                MOVE NFL-PRECO-PED TO W-PRECO-PED
                MOVE NFL-DIVERG    TO W-DIVERG
                MOVE NFL-ITEM      TO W-ITEM
                READ ARQPRO
                IF ST-PRO NOT = "00"
                   MOVE "00"   TO ST-PRO
                   MOVE SPACES TO PRO-DESC.
                PERFORM IMPRIMIR-ITEM THRU IMPRIMIR-ITEM-FIM
                GO TO LIB-ITENS.
       LIB-DECIDIR.
                DISPLAY "LIBERAR, RECUSAR OU VOLTAR (L/R/V)        : "
                        WITH NO ADVANCING
                ACCEPT W-OPCAO
                IF W-OPCAO = "l"
                   MOVE "L" TO W-OPCAO.
                IF W-OPCAO = "r"
                   MOVE "R" TO W-OPCAO.
                IF W-OPCAO = "L"
                   GO TO LIB-LIBERAR.
                IF W-OPCAO = "R"
                   GO TO LIB-RECUSAR.
                DISPLAY "*** NOTA MANTIDA RETIDA ***"
                GO TO LIB-NOTA.
       LIB-LIBERAR.
                MOVE NFF-DATA-EMISSAO TO W-DATA-EMI W-DATA-PER
                PERFORM VERIF-PERIODO THRU VERIF-PERIODO-FIM
                IF W-PER-OK = 0
                   DISPLAY "*** PERIODO DA NOTA FECHADO (MNTPER) ***"
                   GO TO LIB-NOTA.
                MOVE NFF-FOR-CPF TO W-FOR-CPF
                MOVE NFF-VALOR   TO W-TOTAL-NF
                MOVE 01 TO W-NUM-PARC
                MOVE 30 TO W-INTERV
                IF W-TEM-CPG = 1 AND NFF-COND-PAG NOT = SPACES
                   MOVE NFF-COND-PAG TO W-COND-PAG
                   PERFORM LER-COND THRU LER-COND-FIM
                   MOVE "00" TO ST-CPG.
                PERFORM GERAR-TITULOS THRU GERAR-TITULOS-FIM
                MOVE "L"          TO NFF-STATUS
                MOVE W-CP-INICIAL TO NFF-CP-INICIAL
                MOVE W-NUM-PARC   TO NFF-CP-PARCELAS
                MOVE W-SUP-NOME   TO NFF-LIBERADOR
                MOVE W-HOJE       TO NFF-DATA-LIB
                MOVE "L"          TO AUD-OPERACAO
                GO TO LIB-GRAVAR.
       LIB-RECUSAR.
                MOVE "C"        TO NFF-STATUS
                MOVE W-SUP-NOME TO NFF-LIBERADOR
                MOVE W-HOJE     TO NFF-DATA-LIB
                MOVE "R"        TO AUD-OPERACAO.
       LIB-GRAVAR.
                REWRITE REGNFF
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-NFF THRU DIARIO-NFF-FIM
                IF ST-NFF NOT = "00" AND NOT = "02"
                   DISPLAY "*** NOTA NAO ATUALIZADA - STATUS " ST-NFF
                   MOVE "ARQNFF" TO ERR-ARQUIVO
                   MOVE ST-NFF   TO ERR-STATUS
                   MOVE "ERRO NA ATUALIZACAO DA NOTA DO FORNECEDOR" TO
                                                         ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-NFF
                   GO TO LIB-NOTA.
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                ACCEPT AUD-HORA FROM TIME
                MOVE "ARQNFF"   TO AUD-ARQUIVO
                MOVE NFF-NUMERO TO AUD-CHAVE-REG
                MOVE W-SUP-NOME TO AUD-OPERADOR
                WRITE REGAUD
                IF ST-AUD NOT = "00"
                   MOVE "00" TO ST-AUD
                   DISPLAY "*** TRILHA AUDITORIA NAO GRAVADA ***".
                ADD 1 TO W-NOTAS
                MOVE SPACES TO SPL-LINHA
                IF NFF-STATUS = "L"
                   STRING "   LIBERADA POR " W-SUP-NOME "  TITULOS "
                          NFF-CP-INICIAL " A " CP-NUM
                          DELIMITED BY SIZE INTO SPL-LINHA
                ELSE
                   STRING "   *** NOTA RECUSADA POR " W-SUP-NOME
                          " ***"
                          DELIMITED BY SIZE INTO SPL-LINHA.
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO LIB-NOTA.
      *
      ***************************************
      * CONFERENCIA TRIPLA DO ITEM DIGITADO  *
      * (W-PRO-COD, W-QTDE, W-PRECO):        *
      * PEDIDO  -> PRECO E QTDE RECEBIDA NO  *
      *            ARQPEDI                   *
      * RECEBIMENTO -> SOMA DO ARQREC DO     *
      *            PEDIDO/PRODUTO (VALE O    *
      *            MENOR DOS DOIS)           *
      * NOTAS   -> O QUE OUTRAS NOTAS NAO    *
      *            RECUSADAS DO MESMO PEDIDO *
      *            JA FATURARAM              *
      * DEVOLVE W-DIVERG, W-QTDE-DISP E      *
      * W-PRECO-PED                          *
      ***************************************
      *
       CONFERIR-ITEM.
                MOVE SPACES TO W-DIVERG
                MOVE ZEROS  TO W-ACHOU-PDI W-QTDE-PDI W-QTDE-REC
                               W-QTDE-FAT W-PRECO-PED W-QTDE-DISP
                MOVE W-PED-NUM TO PDI-PED-NUM
                MOVE ZEROS     TO PDI-ITEM
                START ARQPEDI KEY IS NOT LESS PDI-CHAVE INVALID KEY
                      MOVE "10" TO ST-PDI.
                IF ST-PDI NOT = "00"
                   MOVE "00" TO ST-PDI
                   GO TO CONFERIR-PEDIDO.
       CONFERIR-PDI.
                READ ARQPEDI NEXT
                   AT END MOVE "10" TO ST-PDI.
                IF ST-PDI NOT = "00" OR PDI-PED-NUM NOT = W-PED-NUM
                   MOVE "00" TO ST-PDI
                   GO TO CONFERIR-PEDIDO.
                IF PDI-PRO-COD NOT = W-PRO-COD
                   GO TO CONFERIR-PDI.
                IF W-ACHOU-PDI = 0
                   MOVE PDI-PRECO TO W-PRECO-PED.
                MOVE 1 TO W-ACHOU-PDI
                ADD PDI-QTDE-RECEBIDA TO W-QTDE-PDI
                GO TO CONFERIR-PDI.
       CONFERIR-PEDIDO.
                IF W-ACHOU-PDI = 0
                   MOVE "I" TO W-DIVERG
                   GO TO CONFERIR-ITEM-FIM.
                MOVE W-QTDE-PDI TO W-QTDE-REC
                IF W-TEM-REC = 0
                   GO TO CONFERIR-FATURADO.
                MOVE ZEROS TO W-QTDE-REC
                MOVE W-FOR-CPF TO REC-FOR-CPF
                START ARQREC KEY IS NOT LESS REC-FOR-CPF INVALID KEY
                      MOVE "10" TO ST-REC.
                IF ST-REC NOT = "00"
                   MOVE "00" TO ST-REC
                   GO TO CONFERIR-REC-FIM.
       CONFERIR-REC.
                READ ARQREC NEXT
                   AT END MOVE "10" TO ST-REC.
                IF ST-REC NOT = "00" OR REC-FOR-CPF NOT = W-FOR-CPF
                   MOVE "00" TO ST-REC
                   GO TO CONFERIR-REC-FIM.
                IF REC-PED-NUM = W-PED-NUM AND
                   REC-PRO-COD = W-PRO-COD
                   ADD REC-QTDE TO W-QTDE-REC.
                GO TO CONFERIR-REC.
       CONFERIR-REC-FIM.
                IF W-QTDE-PDI < W-QTDE-REC
                   MOVE W-QTDE-PDI TO W-QTDE-REC.
       CONFERIR-FATURADO.
                MOVE W-PED-NUM TO NFL-PED-NUM
                START ARQNFFI KEY IS NOT LESS NFL-PED-NUM INVALID KEY
                      MOVE "10" TO ST-NFL.
                IF ST-NFL NOT = "00"
                   MOVE "00" TO ST-NFL
                   GO TO CONFERIR-DIVERG.
       CONFERIR-FAT2.
                READ ARQNFFI NEXT
                   AT END MOVE "10" TO ST-NFL.
                IF ST-NFL NOT = "00" OR NFL-PED-NUM NOT = W-PED-NUM
                   MOVE "00" TO ST-NFL
                   GO TO CONFERIR-DIVERG.
                IF NFL-PRO-COD NOT = W-PRO-COD
                   GO TO CONFERIR-FAT2.
                MOVE NFL-FOR-CPF TO NFF-FOR-CPF
                MOVE NFL-NUMERO  TO NFF-NUMERO
                READ ARQNFF
                MOVE REGNFF TO JRN-ANT-NFF
                IF ST-NFF = "00" AND NFF-STATUS = "C"
                   GO TO CONFERIR-FAT2.
                MOVE "00" TO ST-NFF
                ADD NFL-QTDE TO W-QTDE-FAT
                GO TO CONFERIR-FAT2.
       CONFERIR-DIVERG.
                COMPUTE W-QTDE-DISP = W-QTDE-REC - W-QTDE-FAT
                COMPUTE W-PRECO-MAX ROUNDED = W-PRECO-PED
                        + (W-PRECO-PED * W-TOL-PRECO / 100)
                IF W-QTDE > W-QTDE-DISP
                   MOVE "Q" TO W-DIVERG.
                IF W-PRECO > W-PRECO-MAX
                   IF W-DIVERG = "Q"
                      MOVE "A" TO W-DIVERG
                   ELSE
                      MOVE "P" TO W-DIVERG.
                IF W-QTDE-DISP < ZEROS
                   MOVE ZEROS TO W-QTDE-DISP.
       CONFERIR-ITEM-FIM.
                EXIT.
      *
      ***************************************
      * CABECALHO DAS LINHAS DE ITENS        *
      ***************************************
      *
       CABEC-ITENS.
                MOVE SPACES TO SPL-LINHA
                STRING "   IT PRODUTO  QTDE NF QTD DISP  PRECO NF"
                       " PRECO PED  CONFERENCIA"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       CABEC-ITENS-FIM.
                EXIT.
      *
      ***************************************
      * LINHA DO ITEM COM O RESULTADO DA     *
      * CONFERENCIA; PRECO OU QTDE ABAIXO DO *
      * PEDIDO/RECEBIDO SAI SO COMO AVISO    *
      ***************************************
      *
       IMPRIMIR-ITEM.
                MOVE SPACES TO SPL-LINHA
                EVALUATE W-DIVERG
                   WHEN "I"
                      STRING "   " W-ITEM " " W-PRO-COD " " W-QTDE
                             "                     "
                             "ITEM FORA DO PEDIDO"
                             DELIMITED BY SIZE INTO SPL-LINHA
                   WHEN "P"
                      STRING "   " W-ITEM " " W-PRO-COD " " W-QTDE
                             "  " W-QTDE-DISP " " W-PRECO " "
                             W-PRECO-PED "  PRECO ACIMA"
                             DELIMITED BY SIZE INTO SPL-LINHA
                   WHEN "Q"
                      STRING "   " W-ITEM " " W-PRO-COD " " W-QTDE
                             "  " W-QTDE-DISP " " W-PRECO " "
                             W-PRECO-PED "  QTDE ACIMA"
                             DELIMITED BY SIZE INTO SPL-LINHA
                   WHEN "A"
                      STRING "   " W-ITEM " " W-PRO-COD " " W-QTDE
                             "  " W-QTDE-DISP " " W-PRECO " "
                             W-PRECO-PED "  PRECO E QTDE"
                             DELIMITED BY SIZE INTO SPL-LINHA
                   WHEN OTHER
                      IF W-PRECO < W-PRECO-PED OR W-QTDE < W-QTDE-DISP
                         STRING "   " W-ITEM " " W-PRO-COD " " W-QTDE
                                "  " W-QTDE-DISP " " W-PRECO " "
                                W-PRECO-PED "  OK (A MENOR)"
                                DELIMITED BY SIZE INTO SPL-LINHA
                      ELSE
                         STRING "   " W-ITEM " " W-PRO-COD " " W-QTDE
                                "  " W-QTDE-DISP " " W-PRECO " "
                                W-PRECO-PED "  OK"
                                DELIMITED BY SIZE INTO SPL-LINHA
                      END-IF
                END-EVALUATE
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       IMPRIMIR-ITEM-FIM.
                EXIT.
      *
      ***************************************
      * GERACAO DOS TITULOS A PAGAR DA NOTA  *
      * (W-TOTAL-NF EM W-NUM-PARC PARCELAS A *
      * CADA W-INTERV DIAS DA EMISSAO, COM A *
      * SOBRA NA ULTIMA; VENCIMENTO ROLADO   *
      * PARA DIA UTIL). DEVOLVE O PRIMEIRO   *
      * NUMERO EM W-CP-INICIAL               *
      ***************************************
      *
       GERAR-TITULOS.
                MOVE W-DATA-EMI (5:4) TO W-DATA-AMD (1:4)
                MOVE W-DATA-EMI (3:2) TO W-DATA-AMD (5:2)
                MOVE W-DATA-EMI (1:2) TO W-DATA-AMD (7:2)
                COMPUTE W-DIAS-NOTA =
                        FUNCTION INTEGER-OF-DATE (W-DATA-AMD)
                DIVIDE W-TOTAL-NF BY W-NUM-PARC
                       GIVING W-VALOR-PARC
                IF W-VALOR-PARC = ZEROS
                   MOVE 01 TO W-NUM-PARC
                   MOVE W-TOTAL-NF TO W-VALOR-PARC.
                COMPUTE W-VALOR-ULT = W-TOTAL-NF
                        - (W-VALOR-PARC * (W-NUM-PARC - 1))
                MOVE ZEROS TO W-PARC-IDX W-CP-INICIAL.
       GERAR-TITULOS2.
                ADD 1 TO W-PARC-IDX
                IF W-PARC-IDX > W-NUM-PARC
                   GO TO GERAR-TITULOS-FIM.
                PERFORM OBTER-NUM-CP THRU OBTER-NUM-CP-FIM
                IF W-CP-INICIAL = ZEROS
                   MOVE CP-NUM TO W-CP-INICIAL.
                MOVE W-FOR-CPF  TO CP-FOR-CPF
                MOVE W-DATA-EMI TO CP-DATA-EMISSAO
                IF W-PARC-IDX = W-NUM-PARC
                   MOVE W-VALOR-ULT TO CP-VALOR
                ELSE
                   MOVE W-VALOR-PARC TO CP-VALOR.
                COMPUTE W-DIAS-VENC = W-DIAS-NOTA
                        + (W-PARC-IDX * W-INTERV)
                PERFORM ROLAR-DIA-UTIL THRU ROLAR-DIA-UTIL-FIM
                COMPUTE W-DATA-AMD =
                        FUNCTION DATE-OF-INTEGER (W-DIAS-VENC)
                MOVE W-DATA-AMD (1:4) TO CP-DATA-VENC (5:4)
                MOVE W-DATA-AMD (5:2) TO CP-DATA-VENC (3:2)
                MOVE W-DATA-AMD (7:2) TO CP-DATA-VENC (1:2)
                MOVE "A"   TO CP-STATUS
                MOVE ZEROS TO CP-DATA-PGTO
                MOVE W-DSP-COMPRA TO CP-DESPESA
                MOVE W-CCU-COMPRA TO CP-CCUSTO
                WRITE REGCP
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CP THRU DIARIO-CP-FIM
                IF ST-CP NOT = "00" AND NOT = "02"
                   DISPLAY "*** TITULO " CP-NUM " NAO GRAVADO ***"
                   MOVE "ARQCP" TO ERR-ARQUIVO
                   MOVE ST-CP   TO ERR-STATUS
                   MOVE "ERRO NA GRAVACAO DO TITULO DA NOTA" TO
                                                         ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-CP
                ELSE
                   ADD 1 TO W-TITULOS.
                GO TO GERAR-TITULOS2.
       GERAR-TITULOS-FIM.
                EXIT.
      *
      ***************************************
      * LEITURA DA CONDICAO DE PAGAMENTO     *
      * W-COND-PAG NO ARQCPG; CONDICAO A     *
      * VISTA VENCE NA PROPRIA EMISSAO       *
      ***************************************
      *
       LER-COND.
                MOVE W-COND-PAG TO CPG-COD
                READ ARQCPG
                IF ST-CPG NOT = "00"
                   GO TO LER-COND-FIM.
                MOVE CPG-NUM-PARC TO W-NUM-PARC
                MOVE CPG-INTERV   TO W-INTERV
                IF CPG-AVISTA = "S"
                   MOVE 01    TO W-NUM-PARC
                   MOVE ZEROS TO W-INTERV.
                IF W-NUM-PARC = ZEROS
                   MOVE 01 TO W-NUM-PARC.
       LER-COND-FIM.
                EXIT.
      *
      ***************************************
      * NUMERACAO AUTOMATICA DO TITULO       *
      * (SERIE TITCP NO ARQNUM)              *
      ***************************************
      *
       OBTER-NUM-CP.
                MOVE "TITCP" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM NOT = "00"
                   MOVE "00" TO ST-NUM
                   MOVE 1    TO NUM-PROXIMO.
                MOVE NUM-PROXIMO TO CP-NUM
                ADD 1 TO NUM-PROXIMO
                REWRITE REGNUM
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                IF ST-NUM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-NUM
                   DISPLAY "*** SERIE DE NUMERACAO NAO ATUALIZADA ***".
       OBTER-NUM-CP-FIM.
                EXIT.
      *
      ***************************************
      * ROLAGEM DO VENCIMENTO (W-DIAS-VENC,  *
      * EM DIAS CORRIDOS) PARA O PROXIMO DIA *
      * UTIL: PULA SABADO, DOMINGO E AS      *
      * DATAS DO CALENDARIO DE FERIADOS      *
      * (ARQFER). DIA 1 = SEGUNDA-FEIRA DE   *
      * 01/01/1601, LOGO MOD 7: 6 = SABADO   *
      * E 0 = DOMINGO                        *
      ***************************************
      *
       ROLAR-DIA-UTIL.
                COMPUTE W-DIA-SEM = FUNCTION MOD (W-DIAS-VENC, 7)
                IF W-DIA-SEM = 6 OR 0
                   ADD 1 TO W-DIAS-VENC
                   GO TO ROLAR-DIA-UTIL.
                IF W-TEM-FER = 0
                   GO TO ROLAR-DIA-UTIL-FIM.
                COMPUTE FER-DATA =
                        FUNCTION DATE-OF-INTEGER (W-DIAS-VENC)
                READ ARQFER
                IF ST-FER = "00"
                   ADD 1 TO W-DIAS-VENC
                   GO TO ROLAR-DIA-UTIL.
                MOVE "00" TO ST-FER.
       ROLAR-DIA-UTIL-FIM.
                EXIT.
      *
      ***************************************
      * VALIDACAO DE DATA (W-DATA-EMI,       *
      * FORMATO DDMMAAAA)                    *
      ***************************************
      *
       VALIDAR-DATA.
                MOVE 1 TO W-DATA-OK
                MOVE W-DATA-EMI (1:2) TO W-DATA-DIA
                MOVE W-DATA-EMI (3:2) TO W-DATA-MES
                MOVE W-DATA-EMI (5:4) TO W-DATA-ANO
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
      * BLOQUEIO DE LANCAMENTO EM PERIODO    *
      * CONTABIL FECHADO (ARQPER); A DATA    *
      * DDMMAAAA CHEGA EM W-DATA-PER         *
      ***************************************
      *
       VERIF-PERIODO.
                MOVE 1 TO W-PER-OK
                IF W-TEM-PER = 0
                   GO TO VERIF-PERIODO-FIM.
                MOVE W-DATA-PER (5:4) TO PER-ANOMES (1:4)
                MOVE W-DATA-PER (3:2) TO PER-ANOMES (5:2)
                READ ARQPER
                IF ST-PER NOT = "00"
                   MOVE "00" TO ST-PER
                   GO TO VERIF-PERIODO-FIM.
                IF PER-STATUS = "F"
                   MOVE 0 TO W-PER-OK.
       VERIF-PERIODO-FIM.
                EXIT.
      *
      ***************************************
      * IMPRESSAO DE UMA LINHA DO RELATORIO  *
      * NA TELA E NO SPOOL (SPLDRV)          *
      ***************************************
      *
       GRAVAR-SPOOL.
                DISPLAY SPL-LINHA
                MOVE "L" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
       GRAVAR-SPOOL-FIM.
                EXIT.
      *
       FIM-LOTE.
                CLOSE ARQNFF ARQNFFI ARQFOR ARQPRO ARQPED ARQPEDI
                      ARQCP ARQNUM ARQAUD
                IF W-TEM-REC = 1
                   CLOSE ARQREC.
                IF W-TEM-CPG = 1
                   CLOSE ARQCPG.
                IF W-TEM-FER = 1
                   CLOSE ARQFER.
                IF W-TEM-PER = 1
                   CLOSE ARQPER.
                MOVE SPACES TO SPL-LINHA
                STRING "NOTAS GRAVADAS/TRATADAS : " W-NOTAS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "NOTAS RETIDAS           : " W-RETIDAS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "TITULOS A PAGAR GERADOS : " W-TITULOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * GRAVACAO DO LOG DE ERROS DE ARQUIVO  *
      ***************************************
      *
       GRAVAR-ERRO.
                ACCEPT ERR-DATA FROM DATE YYYYMMDD
                ACCEPT ERR-HORA FROM TIME
                MOVE "NFFORN" TO ERR-PROGRAMA
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
                MOVE "NFFORN"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-NUM.
                MOVE "ARQNUM"     TO JRN-ARQUIVO
                MOVE ST-NUM       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-NUM TO JRN-ANTES
                ELSE
                   MOVE REGNUM TO JRN-ANTES.
                MOVE REGNUM TO JRN-DEPOIS JRN-ANT-NUM
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-NUM-FIM.
                EXIT.
       DIARIO-NFFI.
                MOVE "ARQNFFI"    TO JRN-ARQUIVO
                MOVE ST-NFL       TO JRN-STATUS
                MOVE REGNFFI TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-NFFI-FIM.
                EXIT.
       DIARIO-NFF.
                MOVE "ARQNFF"     TO JRN-ARQUIVO
                MOVE ST-NFF       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-NFF TO JRN-ANTES
                ELSE
                   MOVE REGNFF TO JRN-ANTES.
                MOVE REGNFF TO JRN-DEPOIS JRN-ANT-NFF
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-NFF-FIM.
                EXIT.
       DIARIO-CP.
                MOVE "ARQCP"      TO JRN-ARQUIVO
                MOVE ST-CP        TO JRN-STATUS
                MOVE REGCP TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CP-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
                MOVE "F" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                CLOSE ARQERRO
                EXIT PROGRAM.
       ROT-FIM2.
                MOVE "F" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                EXIT PROGRAM.
