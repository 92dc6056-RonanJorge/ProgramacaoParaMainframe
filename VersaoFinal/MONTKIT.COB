       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTKIT.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * ORDENS DE MONTAGEM E DESMONTAGEM DE KITS     *
      * (COMPOSICAO NO ARQKIT - MNTKIT)              *
      * 1) MONTAGEM: CONSOME DO LOCAL OS COMPONENTES *
      *    (QTDE DO KIT X QTDE DO COMPONENTE) COM    *
      *    SAIDAS S MOTIVO MKT, BAIXANDO OS LOTES    *
      *    POR FEFO, E PRODUZ O KIT PRONTO COMO      *
      *    ENTRADA E DO PRODUTO PAI NO MESMO LOCAL.  *
      *    O CUSTO DOS COMPONENTES (CUSTO MEDIO DO   *
      *    ARQCUS) COMPOE O CUSTO MEDIO DO KIT       *
      * 2) DESMONTAGEM: BAIXA O KIT PRONTO (SAIDA S  *
      *    MOTIVO DKT) E DEVOLVE OS COMPONENTES AO   *
      *    LOCAL (ENTRADAS E MOTIVO DKT) PELO CUSTO  *
      *    MEDIO QUE JA TEM                          *
      * CADA ORDEM FICA REGISTRADA NO ARQOMK (SERIE  *
      * MONTKIT DO ARQNUM). O VENDPRO VENDE PRIMEIRO *
      * OS KITS PRONTOS DO LOCAL E SO EXPLODE OS     *
      * COMPONENTES PARA O RESTANTE                  *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-COD
                    FILE STATUS  IS ST-PRO
                    ALTERNATE RECORD KEY IS PRO-DESC
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-BARRAS
                                   WITH DUPLICATES.
       SELECT ARQKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
                    FILE STATUS  IS ST-KIT.
       SELECT ARQLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOC-COD
                    FILE STATUS  IS ST-LOC.
       SELECT ARQSLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SLD-CHAVE
                    FILE STATUS  IS ST-SLD.
       SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-NUM
                    FILE STATUS  IS ST-MOV
                    ALTERNATE RECORD KEY IS MOV-PRO-COD
                                   WITH DUPLICATES.
       SELECT ARQNUM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-SERIE
                    FILE STATUS  IS ST-NUM.
       SELECT ARQCUS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUS-PRO-COD
                    FILE STATUS  IS ST-CUS.
       SELECT ARQRSV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSV-PRO-COD
                    FILE STATUS  IS ST-RSV.
       SELECT ARQLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-LOT.
       SELECT ARQMOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOT-COD
                    FILE STATUS  IS ST-MOT.
       SELECT ARQOMK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OMK-NUM
                    FILE STATUS  IS ST-OMK.
       SELECT ARQPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PER-ANOMES
                    FILE STATUS  IS ST-PER.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD ARQKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKIT.DAT".
       01 REGKIT.
                03 KIT-CHAVE.
                   05 KIT-PRO-COD     PIC 9(08).
                   05 KIT-COMP-COD    PIC 9(08).
                03 KIT-QTDE        PIC 9(04).
      *
       FD ARQLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOC.DAT".
       01 REGLOC.
                03 LOC-COD        PIC X(02).
                03 LOC-NOME       PIC X(20).
      *
       FD ARQSLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSLD.DAT".
       01 REGSLD.
                03 SLD-CHAVE.
                   05 SLD-PRO-COD    PIC 9(08).
                   05 SLD-LOC        PIC X(02).
                03 SLD-QTDE          PIC 9(06).
      *
       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".
       01 REGMOV.
                03 MOV-NUM         PIC 9(08).
                03 MOV-PRO-COD     PIC 9(08).
                03 MOV-TIPO        PIC X(01).
                03 MOV-QTDE        PIC 9(06).
                03 MOV-DATA        PIC 9(08).
                03 MOV-CPF-FORC    PIC 9(14).
                03 MOV-LOC         PIC X(02).
                03 MOV-LOC-DEST    PIC X(02).
                03 MOV-MOTIVO      PIC X(03).
      *
       FD ARQNUM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNUM.DAT".
       01 REGNUM.
                03 NUM-SERIE      PIC X(08).
                03 NUM-PROXIMO    PIC 9(08).
      *
       FD ARQCUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCUS.DAT".
       01 REGCUS.
                03 CUS-PRO-COD        PIC 9(08).
                03 CUS-MEDIO          PIC 9(08).
                03 CUS-ULT-CUSTO      PIC 9(08).
                03 CUS-ULT-DATA       PIC 9(08).
      *
       FD ARQRSV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRSV.DAT".
       01 REGRSV.
                03 RSV-PRO-COD        PIC 9(08).
                03 RSV-QTDE           PIC 9(06).
      *
       FD ARQLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTE.DAT".
       01 REGLOTE.
                03 LOT-CHAVE.
                   05 LOT-PRO-COD    PIC 9(08).
                   05 LOT-NUMERO     PIC X(10).
                03 LOT-VALIDADE      PIC 9(08).
                03 LOT-QTDE          PIC 9(06).
      *
       FD ARQMOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOT.DAT".
       01 REGMOT.
                03 MOT-COD        PIC X(03).
                03 MOT-DESC       PIC X(30).
                03 MOT-PERDA      PIC X(01).
                03 MOT-SIT        PIC X(01).
      *
      * ORDEM DE MONTAGEM (TIPO M) OU DESMONTAGEM (TIPO D) DE KIT;
      * CUSTO UNITARIO DO KIT NA ORDEM (DATA DDMMAAAA)
      *
       FD ARQOMK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOMK.DAT".
       01 REGOMK.
                03 OMK-NUM           PIC 9(08).
                03 OMK-TIPO          PIC X(01).
                03 OMK-PRO-COD       PIC 9(08).
                03 OMK-LOC           PIC X(02).
                03 OMK-QTDE          PIC 9(06).
                03 OMK-DATA          PIC 9(08).
                03 OMK-CUSTO-UNIT    PIC 9(08).
                03 OMK-OPERADOR      PIC X(20).
      *
       FD ARQPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPER.DAT".
       01 REGPER.
                03 PER-ANOMES     PIC 9(06).
                03 PER-STATUS     PIC X(01).
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
       77 ST-PRO         PIC X(02) VALUE "00".
       77 ST-KIT         PIC X(02) VALUE "00".
       77 ST-LOC         PIC X(02) VALUE "00".
       77 ST-SLD         PIC X(02) VALUE "00".
       77 ST-MOV         PIC X(02) VALUE "00".
       77 ST-NUM         PIC X(02) VALUE "00".
       77 ST-CUS         PIC X(02) VALUE "00".
       77 ST-RSV         PIC X(02) VALUE "00".
       77 ST-LOT         PIC X(02) VALUE "00".
       77 ST-MOT         PIC X(02) VALUE "00".
       77 ST-OMK         PIC X(02) VALUE "00".
       77 ST-PER         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-TEM-RSV      PIC 9(01) VALUE ZEROS.
       77 W-TEM-LOT      PIC 9(01) VALUE ZEROS.
       77 W-TEM-PER      PIC 9(01) VALUE ZEROS.
       77 W-PER-OK       PIC 9(01) VALUE ZEROS.
       77 W-DATA-PER     PIC 9(08) VALUE ZEROS.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-FUNCAO       PIC 9(01) VALUE ZEROS.
       77 W-OPERADOR     PIC X(20) VALUE SPACES.
       77 W-KIT          PIC 9(08) VALUE ZEROS.
       77 W-KIT-DESC     PIC X(30) VALUE SPACES.
       77 W-PRODUTO      PIC 9(08) VALUE ZEROS.
       77 W-LOC          PIC X(02) VALUE SPACES.
       77 W-DATA-OMK     PIC 9(08) VALUE ZEROS.
       77 W-QTDE-OMK     PIC 9(06) VALUE ZEROS.
       77 W-QTDE-COMP    PIC 9(06) VALUE ZEROS.
       77 W-COMPONENTES  PIC 9(04) VALUE ZEROS.
       77 W-MAXIMO       PIC S9(07) VALUE ZEROS.
       77 W-LIVRE        PIC S9(07) VALUE ZEROS.
       77 W-POSSIVEL     PIC S9(07) VALUE ZEROS.
       77 W-SLD-LOC      PIC 9(06) VALUE ZEROS.
       77 W-RSV-SALDO    PIC 9(06) VALUE ZEROS.
       77 W-CUSTO-COMP   PIC 9(08) VALUE ZEROS.
       77 W-CUSTO-TOT    PIC 9(14) VALUE ZEROS.
       77 W-CUSTO-UNIT   PIC 9(08) VALUE ZEROS.
       77 W-MEDIO-CALC   PIC 9(14) VALUE ZEROS.
       77 W-SEM-CUSTO    PIC 9(04) VALUE ZEROS.
       77 W-OMK-NUM      PIC 9(08) VALUE ZEROS.
       77 W-MOT-MONTA    PIC X(03) VALUE "MKT".
       77 W-MOT-DESMONTA PIC X(03) VALUE "DKT".
       77 W-MOT-COD      PIC X(03) VALUE SPACES.
       77 W-MOT-DESC     PIC X(30) VALUE SPACES.
       77 W-MOV-TIPO     PIC X(01) VALUE SPACES.
       77 W-MOV-QTDE     PIC 9(06) VALUE ZEROS.
       77 W-MOV-MOTIVO   PIC X(03) VALUE SPACES.
       77 W-SLD-SOMA     PIC 9(01) VALUE ZEROS.
       77 W-FALTA        PIC 9(06) VALUE ZEROS.
       77 W-LOT-ACHOU    PIC 9(01) VALUE ZEROS.
       77 W-LOT-VENC     PIC 9(08) VALUE ZEROS.
       77 W-LOT-ESC      PIC X(10) VALUE SPACES.
       77 W-ORDENS       PIC 9(04) VALUE ZEROS.
       77 W-DATA-DIA     PIC 9(02) VALUE ZEROS.
       77 W-DATA-MES     PIC 9(02) VALUE ZEROS.
       77 W-DATA-ANO     PIC 9(04) VALUE ZEROS.
       77 W-DIA-MAX      PIC 9(02) VALUE ZEROS.
       77 W-DATA-OK      PIC 9(01) VALUE ZEROS.
       77 W-CUSTO-ED     PIC ZZ.ZZZ.ZZ9.
       77 W-QTDE-ED      PIC ZZZ.ZZ9-.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-NUM          PIC X(16).
       01 JRN-ANT-PRO          PIC X(106).
       01 JRN-ANT-SLD          PIC X(16).
       01 JRN-ANT-CUS          PIC X(32).
       01 JRN-ANT-LOTE         PIC X(32).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY "*** MONTKIT - MONTAGEM E DESMONTAGEM DE KITS"
                        " ***".
      *
       ABRIR-ARQ.
                OPEN I-O ARQPRO
                IF ST-PRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPRO: "
                           ST-PRO
                   GO TO ROT-FIM2.
                OPEN INPUT ARQKIT
                IF ST-KIT NOT = "00"
                   IF ST-KIT = "30" OR "35"
                      DISPLAY "*** NENHUM KIT CADASTRADO (MNTKIT) ***"
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQKIT: "
                              ST-KIT
                   END-IF
                   CLOSE ARQPRO
                   GO TO ROT-FIM2.
                OPEN INPUT ARQLOC
                IF ST-LOC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQ DE LOCAIS: "
                           ST-LOC
                   CLOSE ARQPRO ARQKIT
                   GO TO ROT-FIM2.
       ABRIR-SLD.
                OPEN I-O ARQSLD
                IF ST-SLD NOT = "00"
                   IF ST-SLD = "30"
                      OPEN OUTPUT ARQSLD
                      CLOSE ARQSLD
                      GO TO ABRIR-SLD
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQ SALDO LOCAL: "
                              ST-SLD
                      CLOSE ARQPRO ARQKIT ARQLOC
                      GO TO ROT-FIM2.
       ABRIR-MOV.
                OPEN I-O ARQMOV
                IF ST-MOV NOT = "00"
                   IF ST-MOV = "30"
                      OPEN OUTPUT ARQMOV
                      CLOSE ARQMOV
                      GO TO ABRIR-MOV
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQMOV: "
                              ST-MOV
                      CLOSE ARQPRO ARQKIT ARQLOC ARQSLD
                      GO TO ROT-FIM2.
       ABRIR-NUM.
                OPEN I-O ARQNUM
                IF ST-NUM NOT = "00"
                   IF ST-NUM = "30"
                      OPEN OUTPUT ARQNUM
                      CLOSE ARQNUM
                      GO TO ABRIR-NUM
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQ NUMERACAO: "
                              ST-NUM
                      CLOSE ARQPRO ARQKIT ARQLOC ARQSLD ARQMOV
                      GO TO ROT-FIM2.
       ABRIR-CUS.
                OPEN I-O ARQCUS
                IF ST-CUS NOT = "00"
                   IF ST-CUS = "30" OR "35"
                      OPEN OUTPUT ARQCUS
                      CLOSE ARQCUS
                      GO TO ABRIR-CUS
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQ CUSTO MEDIO: "
                              ST-CUS
                      CLOSE ARQPRO ARQKIT ARQLOC ARQSLD ARQMOV ARQNUM
                      GO TO ROT-FIM2.
       ABRIR-MOT.
                OPEN I-O ARQMOT
                IF ST-MOT NOT = "00"
                   IF ST-MOT = "30" OR "35"
                      OPEN OUTPUT ARQMOT
                      CLOSE ARQMOT
                      GO TO ABRIR-MOT
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQMOT: "
                              ST-MOT
                      CLOSE ARQPRO ARQKIT ARQLOC ARQSLD ARQMOV ARQNUM
                            ARQCUS
                      GO TO ROT-FIM2.
       ABRIR-OMK.
                OPEN I-O ARQOMK
                IF ST-OMK NOT = "00"
                   IF ST-OMK = "30" OR "35"
                      OPEN OUTPUT ARQOMK
                      CLOSE ARQOMK
                      GO TO ABRIR-OMK
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQ ORDENS DE KIT: "
                              ST-OMK
                      CLOSE ARQPRO ARQKIT ARQLOC ARQSLD ARQMOV ARQNUM
                            ARQCUS ARQMOT
                      GO TO ROT-FIM2.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
       ABRIR-OPC.
                OPEN INPUT ARQRSV
                IF ST-RSV = "00"
                   MOVE 1 TO W-TEM-RSV
                ELSE
                   MOVE 0 TO W-TEM-RSV
                   MOVE "00" TO ST-RSV.
                OPEN I-O ARQLOTE
                IF ST-LOT = "00"
                   MOVE 1 TO W-TEM-LOT
                ELSE
                   MOVE 0 TO W-TEM-LOT
                   MOVE "00" TO ST-LOT.
                OPEN INPUT ARQPER
                IF ST-PER = "00"
                   MOVE 1 TO W-TEM-PER
                ELSE
                   MOVE 0 TO W-TEM-PER
                   MOVE "00" TO ST-PER.
      *
      ***************************************
      * MOTIVOS DAS ORDENS (MKT MONTAGEM E   *
      * DKT DESMONTAGEM), CRIADOS SEM PERDA  *
      * SE AINDA NAO CADASTRADOS NO ARQMOT   *
      ***************************************
      *
       GARANTIR-MOTIVOS.
                MOVE W-MOT-MONTA TO W-MOT-COD
                MOVE "MONTAGEM DE KIT" TO W-MOT-DESC
                PERFORM GARANTIR-MOTIVO THRU GARANTIR-MOTIVO-FIM
                MOVE W-MOT-DESMONTA TO W-MOT-COD
                MOVE "DESMONTAGEM DE KIT" TO W-MOT-DESC
                PERFORM GARANTIR-MOTIVO THRU GARANTIR-MOTIVO-FIM.
      *
       PEDIR-OPERADOR.
                DISPLAY "OPERADOR RESPONSAVEL                      : "
                        WITH NO ADVANCING
                ACCEPT W-OPERADOR
                IF W-OPERADOR = SPACES
                   DISPLAY "*** OPERADOR DEVE SER INFORMADO ***"
                   GO TO PEDIR-OPERADOR.
      *
       PEDIR-FUNCAO.
                DISPLAY "1=MONTAGEM  2=DESMONTAGEM  0=ENCERRAR     : "
                        WITH NO ADVANCING
                ACCEPT W-FUNCAO
                IF W-FUNCAO = 0
                   GO TO FIM-LOTE.
                IF W-FUNCAO NOT = 1 AND NOT = 2
                   DISPLAY "*** DIGITE 1, 2 OU 0 ***"
                   GO TO PEDIR-FUNCAO.
      *
       PEDIR-LOCAL.
                DISPLAY "LOCAL DA MONTAGEM/DESMONTAGEM             : "
                        WITH NO ADVANCING
                ACCEPT W-LOC
                IF W-LOC = "TT"
                   DISPLAY "*** LOCAL TT E RESERVADO AO TRANSITO ***"
                   GO TO PEDIR-LOCAL.
                IF W-LOC = "QR"
                   DISPLAY "*** LOCAL QR E RESERVADO A QUARENTENA ***"
                   GO TO PEDIR-LOCAL.
                IF W-LOC (1:1) = "K"
                   DISPLAY "*** LOCAL K E RESERVADO A CONSIGNACAO ***"
                   GO TO PEDIR-LOCAL.
                MOVE W-LOC TO LOC-COD
                READ ARQLOC
                IF ST-LOC NOT = "00"
                   MOVE "00" TO ST-LOC
                   DISPLAY "*** LOCAL NAO CADASTRADO ***"
                   GO TO PEDIR-LOCAL.
      *
       PEDIR-DATA.
                DISPLAY "DATA DA ORDEM (DDMMAAAA)                  : "
                        WITH NO ADVANCING
                ACCEPT W-DATA-OMK
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
                IF W-DATA-OK NOT = 1
                   DISPLAY "*** DATA INVALIDA - USE DDMMAAAA ***"
                   GO TO PEDIR-DATA.
                MOVE W-DATA-OMK TO W-DATA-PER
                PERFORM VERIF-PERIODO THRU VERIF-PERIODO-FIM
                IF W-PER-OK = 0
                   DISPLAY "*** PERIODO CONTABIL FECHADO ***"
                   GO TO PEDIR-DATA.
      *
       PEDIR-KIT.
                DISPLAY "CODIGO DO KIT (0 = VOLTAR)                : "
                        WITH NO ADVANCING
                ACCEPT W-KIT
                IF W-KIT = ZEROS
                   GO TO PEDIR-FUNCAO.
                MOVE W-KIT TO PRO-COD
                READ ARQPRO
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   DISPLAY "*** PRODUTO NAO CADASTRADO ***"
                   GO TO PEDIR-KIT.
                IF PRO-SIT = "E"
                   DISPLAY "*** PRODUTO EXCLUIDO ***"
                   GO TO PEDIR-KIT.
                MOVE PRO-DESC TO W-KIT-DESC
                DISPLAY "KIT: " W-KIT-DESC
                PERFORM CALC-MAXIMO THRU CALC-MAXIMO-FIM
                IF W-COMPONENTES = ZEROS
                   DISPLAY "*** PRODUTO SEM COMPOSICAO DE KIT ***"
                   GO TO PEDIR-KIT.
                MOVE W-KIT TO W-PRODUTO
                PERFORM LER-LIVRE THRU LER-LIVRE-FIM
                MOVE W-LIVRE TO W-QTDE-ED
                DISPLAY "KITS PRONTOS LIVRES NO LOCAL : " W-QTDE-ED
                IF W-FUNCAO = 1
                   MOVE W-MAXIMO TO W-QTDE-ED
                   DISPLAY "KITS POSSIVEIS DE MONTAR     : " W-QTDE-ED
                   IF W-MAXIMO NOT > ZEROS
                      DISPLAY "*** COMPONENTES INSUFICIENTES NO LOCAL"
                              " ***"
                      GO TO PEDIR-KIT
                   END-IF
                ELSE
                   MOVE W-LIVRE TO W-MAXIMO
                   IF W-MAXIMO NOT > ZEROS
                      DISPLAY "*** SEM KITS PRONTOS LIVRES NO LOCAL"
                              " ***"
                      GO TO PEDIR-KIT.
      *
       PEDIR-QTDE.
                DISPLAY "QUANTIDADE DE KITS                        : "
                        WITH NO ADVANCING
                ACCEPT W-QTDE-OMK
                IF W-QTDE-OMK = ZEROS
                   DISPLAY "*** QTDE DEVE SER DIFERENTE DE ZEROS ***"
                   GO TO PEDIR-QTDE.
                IF W-QTDE-OMK > W-MAXIMO
                   DISPLAY "*** QTDE MAIOR QUE O DISPONIVEL ***"
                   GO TO PEDIR-QTDE.
      *
       CONFIRMAR.
                IF W-FUNCAO = 1
                   DISPLAY "*** ORDEM DE MONTAGEM ***"
                ELSE
                   DISPLAY "*** ORDEM DE DESMONTAGEM ***".
                DISPLAY "CONFIRMA A ORDEM (S/N)                    : "
                        WITH NO ADVANCING
                ACCEPT W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   DISPLAY "*** ORDEM CANCELADA ***"
                   GO TO PEDIR-KIT.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO CONFIRMAR.
                PERFORM OBTER-NUM-OMK THRU OBTER-NUM-OMK-FIM
                IF W-FUNCAO = 1
                   GO TO MONTAR.
                GO TO DESMONTAR.
      *
      ***************************************
      * MONTAGEM: SAIDA DOS COMPONENTES COM  *
      * ACUMULO DO CUSTO, ENTRADA DO KIT E   *
      * CUSTO MEDIO DO KIT PONDERADO PELO    *
      * CUSTO DOS COMPONENTES CONSUMIDOS     *
      ***************************************
      *
       MONTAR.
                MOVE ZEROS TO W-CUSTO-TOT W-SEM-CUSTO
                MOVE W-KIT   TO KIT-PRO-COD
                MOVE ZEROS   TO KIT-COMP-COD
                START ARQKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                      MOVE "10" TO ST-KIT.
       MONTAR-COMP.
                IF ST-KIT NOT = "00"
                   MOVE "00" TO ST-KIT
                   GO TO MONTAR-KIT.
                READ ARQKIT NEXT
                   AT END MOVE "10" TO ST-KIT.
                IF ST-KIT NOT = "00" OR KIT-PRO-COD NOT = W-KIT
                   MOVE "10" TO ST-KIT
                   GO TO MONTAR-COMP.
                MOVE KIT-COMP-COD TO W-PRODUTO
                COMPUTE W-QTDE-COMP = W-QTDE-OMK * KIT-QTDE
                PERFORM LER-CUSTO THRU LER-CUSTO-FIM
                IF W-CUSTO-COMP = ZEROS
                   ADD 1 TO W-SEM-CUSTO.
                COMPUTE W-CUSTO-TOT = W-CUSTO-TOT
                                    + (W-QTDE-COMP * W-CUSTO-COMP)
                MOVE "S"          TO W-MOV-TIPO
                MOVE W-QTDE-COMP  TO W-MOV-QTDE
                MOVE W-MOT-MONTA  TO W-MOV-MOTIVO
                PERFORM GRAVAR-MOV THRU GRAVAR-MOV-FIM
                MOVE 0 TO W-SLD-SOMA
                PERFORM ATU-SALDO-LOC THRU ATU-SALDO-LOC-FIM
                PERFORM ATU-ESTOQUE THRU ATU-ESTOQUE-FIM
                IF W-TEM-LOT = 1
                   PERFORM BAIXAR-LOTE-FEFO THRU BAIXAR-LOTE-FEFO-FIM.
                GO TO MONTAR-COMP.
       MONTAR-KIT.
                COMPUTE W-CUSTO-UNIT ROUNDED = W-CUSTO-TOT / W-QTDE-OMK
                MOVE W-KIT TO W-PRODUTO
                PERFORM ATU-CUSTO-KIT THRU ATU-CUSTO-KIT-FIM
                MOVE "E"          TO W-MOV-TIPO
                MOVE W-QTDE-OMK   TO W-MOV-QTDE
                MOVE W-MOT-MONTA  TO W-MOV-MOTIVO
                PERFORM GRAVAR-MOV THRU GRAVAR-MOV-FIM
                MOVE 1 TO W-SLD-SOMA
                PERFORM ATU-SALDO-LOC THRU ATU-SALDO-LOC-FIM
                PERFORM ATU-ESTOQUE THRU ATU-ESTOQUE-FIM
                PERFORM GRAVAR-OMK THRU GRAVAR-OMK-FIM
                MOVE W-CUSTO-UNIT TO W-CUSTO-ED
                DISPLAY "*** ORDEM DE MONTAGEM " W-OMK-NUM " - "
                        W-QTDE-OMK " KIT(S) A CUSTO " W-CUSTO-ED " ***"
                IF W-SEM-CUSTO NOT = ZEROS
                   DISPLAY "*** " W-SEM-CUSTO " COMPONENTE(S) SEM CUSTO"
                           " MEDIO - CUSTO DO KIT INCOMPLETO ***".
                GO TO PEDIR-KIT.
      *
      ***************************************
      * DESMONTAGEM: SAIDA DO KIT PRONTO E   *
      * VOLTA DOS COMPONENTES AO LOCAL       *
      ***************************************
      *
       DESMONTAR.
                MOVE W-KIT TO W-PRODUTO
                PERFORM LER-CUSTO THRU LER-CUSTO-FIM
                MOVE W-CUSTO-COMP TO W-CUSTO-UNIT
                MOVE "S"            TO W-MOV-TIPO
                MOVE W-QTDE-OMK     TO W-MOV-QTDE
                MOVE W-MOT-DESMONTA TO W-MOV-MOTIVO
                PERFORM GRAVAR-MOV THRU GRAVAR-MOV-FIM
                MOVE 0 TO W-SLD-SOMA
                PERFORM ATU-SALDO-LOC THRU ATU-SALDO-LOC-FIM
                PERFORM ATU-ESTOQUE THRU ATU-ESTOQUE-FIM
                MOVE W-KIT   TO KIT-PRO-COD
                MOVE ZEROS   TO KIT-COMP-COD
                START ARQKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                      MOVE "10" TO ST-KIT.
       DESMONTAR-COMP.
                IF ST-KIT NOT = "00"
                   MOVE "00" TO ST-KIT
                   GO TO DESMONTAR-FIM.
                READ ARQKIT NEXT
                   AT END MOVE "10" TO ST-KIT.
                IF ST-KIT NOT = "00" OR KIT-PRO-COD NOT = W-KIT
                   MOVE "10" TO ST-KIT
                   GO TO DESMONTAR-COMP.
                MOVE KIT-COMP-COD TO W-PRODUTO
                COMPUTE W-QTDE-COMP = W-QTDE-OMK * KIT-QTDE
                MOVE "E"            TO W-MOV-TIPO
                MOVE W-QTDE-COMP    TO W-MOV-QTDE
                MOVE W-MOT-DESMONTA TO W-MOV-MOTIVO
                PERFORM GRAVAR-MOV THRU GRAVAR-MOV-FIM
                MOVE 1 TO W-SLD-SOMA
                PERFORM ATU-SALDO-LOC THRU ATU-SALDO-LOC-FIM
                PERFORM ATU-ESTOQUE THRU ATU-ESTOQUE-FIM
                GO TO DESMONTAR-COMP.
       DESMONTAR-FIM.
                PERFORM GRAVAR-OMK THRU GRAVAR-OMK-FIM
                DISPLAY "*** ORDEM DE DESMONTAGEM " W-OMK-NUM " - "
                        W-QTDE-OMK " KIT(S) DESMONTADO(S) ***"
                GO TO PEDIR-KIT.
      *
      ***************************************
      * KITS POSSIVEIS DE MONTAR NO LOCAL: O *
      * MENOR SALDO LIVRE DE COMPONENTE      *
      * (SALDO DO LOCAL MENOS A RESERVA)     *
      * DIVIDIDO PELA QTDE NO KIT            *
      ***************************************
      *
       CALC-MAXIMO.
                MOVE 9999999 TO W-MAXIMO
                MOVE ZEROS   TO W-COMPONENTES
                MOVE W-KIT   TO KIT-PRO-COD
                MOVE ZEROS   TO KIT-COMP-COD
                START ARQKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                      MOVE "10" TO ST-KIT.
                DISPLAY "COMPONENTE DESCRICAO                      "
                        "QTDE/KIT  LIVRE NO LOCAL".
       CALC-MAXIMO2.
                IF ST-KIT NOT = "00"
                   MOVE "00" TO ST-KIT
                   GO TO CALC-MAXIMO-FIM.
                READ ARQKIT NEXT
                   AT END MOVE "10" TO ST-KIT.
                IF ST-KIT NOT = "00" OR KIT-PRO-COD NOT = W-KIT
                   MOVE "10" TO ST-KIT
                   GO TO CALC-MAXIMO2.
                ADD 1 TO W-COMPONENTES
                MOVE KIT-COMP-COD TO W-PRODUTO PRO-COD
                READ ARQPRO
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   MOVE "*** NAO CADASTRADO ***" TO PRO-DESC.
                PERFORM LER-LIVRE THRU LER-LIVRE-FIM
                MOVE W-LIVRE TO W-QTDE-ED
                DISPLAY KIT-COMP-COD "   " PRO-DESC "  " KIT-QTDE
                        "  " W-QTDE-ED
                COMPUTE W-POSSIVEL = W-LIVRE / KIT-QTDE
                IF W-POSSIVEL < W-MAXIMO
                   MOVE W-POSSIVEL TO W-MAXIMO.
                GO TO CALC-MAXIMO2.
       CALC-MAXIMO-FIM.
                EXIT.
      *
      ***************************************
      * SALDO LIVRE DE W-PRODUTO NO LOCAL    *
      * (ARQSLD MENOS A RESERVA DO ARQRSV)   *
      ***************************************
      *
       LER-LIVRE.
                MOVE ZEROS TO W-SLD-LOC W-RSV-SALDO
                MOVE W-PRODUTO TO SLD-PRO-COD
                MOVE W-LOC     TO SLD-LOC
                READ ARQSLD
                IF ST-SLD = "00"
                   MOVE SLD-QTDE TO W-SLD-LOC
                ELSE
                   MOVE "00" TO ST-SLD.
                IF W-TEM-RSV = 1
                   MOVE W-PRODUTO TO RSV-PRO-COD
                   READ ARQRSV
                   IF ST-RSV = "00"
                      MOVE RSV-QTDE TO W-RSV-SALDO
                   ELSE
                      MOVE "00" TO ST-RSV.
                COMPUTE W-LIVRE = W-SLD-LOC - W-RSV-SALDO
                IF W-LIVRE < ZEROS
                   MOVE ZEROS TO W-LIVRE.
       LER-LIVRE-FIM.
                EXIT.
      *
       LER-CUSTO.
                MOVE ZEROS TO W-CUSTO-COMP
                MOVE W-PRODUTO TO CUS-PRO-COD
                READ ARQCUS
                IF ST-CUS = "00"
                   MOVE CUS-MEDIO TO W-CUSTO-COMP
                ELSE
                   MOVE "00" TO ST-CUS.
       LER-CUSTO-FIM.
                EXIT.
      *
      ***************************************
      * CUSTO MEDIO MOVEL DO KIT (ARQCUS):   *
      * PONDERA O ESTOQUE ATUAL DO KIT PELO  *
      * CUSTO MEDIO E OS KITS MONTADOS PELO  *
      * CUSTO DOS COMPONENTES CONSUMIDOS     *
      ***************************************
      *
       ATU-CUSTO-KIT.
                MOVE W-KIT TO PRO-COD
                READ ARQPRO
                IF ST-PRO NOT = "00"
                   MOVE "00"  TO ST-PRO
                   MOVE ZEROS TO PRO-QTDE.
                MOVE W-KIT TO CUS-PRO-COD
                READ ARQCUS
                MOVE REGCUS TO JRN-ANT-CUS
                IF ST-CUS NOT = "00"
                   MOVE "00" TO ST-CUS
                   MOVE W-KIT        TO CUS-PRO-COD
                   MOVE W-CUSTO-UNIT TO CUS-MEDIO
                   MOVE W-CUSTO-UNIT TO CUS-ULT-CUSTO
                   MOVE W-DATA-OMK   TO CUS-ULT-DATA
                   WRITE REGCUS
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-CUS THRU DIARIO-CUS-FIM
                   IF ST-CUS NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-CUS
                      DISPLAY "*** CUSTO MEDIO DO KIT NAO GRAVADO ***"
                   END-IF
                   GO TO ATU-CUSTO-KIT-FIM.
                COMPUTE W-MEDIO-CALC ROUNDED =
                        ((PRO-QTDE * CUS-MEDIO)
                         + (W-QTDE-OMK * W-CUSTO-UNIT))
                        / (PRO-QTDE + W-QTDE-OMK)
                MOVE W-MEDIO-CALC TO CUS-MEDIO
                MOVE W-CUSTO-UNIT TO CUS-ULT-CUSTO
                MOVE W-DATA-OMK   TO CUS-ULT-DATA
                REWRITE REGCUS
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CUS THRU DIARIO-CUS-FIM
                IF ST-CUS NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-CUS
                   DISPLAY "*** CUSTO MEDIO DO KIT NAO ATUALIZADO ***".
       ATU-CUSTO-KIT-FIM.
                EXIT.
      *
      ***************************************
      * ESTOQUE TOTAL DO PRODUTO W-PRODUTO   *
      * (PRO-QTDE); W-SLD-SOMA 1=SOMA,       *
      * 0=SUBTRAI A QTDE W-MOV-QTDE          *
      ***************************************
      *
       ATU-ESTOQUE.
                MOVE W-PRODUTO TO PRO-COD
                READ ARQPRO
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   DISPLAY "*** PRODUTO " W-PRODUTO
                           " NAO ENCONTRADO PARA O ESTOQUE ***"
                   GO TO ATU-ESTOQUE-FIM.
                IF W-SLD-SOMA = 1
                   ADD W-MOV-QTDE TO PRO-QTDE
                ELSE
                   IF W-MOV-QTDE > PRO-QTDE
                      MOVE ZEROS TO PRO-QTDE
                   ELSE
                      SUBTRACT W-MOV-QTDE FROM PRO-QTDE.
                ADD 1 TO PRO-VERSAO
                REWRITE REGPRO
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PRO THRU DIARIO-PRO-FIM
                IF ST-PRO NOT = "00" AND NOT = "02"
                   MOVE "ARQPRO" TO ERR-ARQUIVO
                   MOVE ST-PRO   TO ERR-STATUS
                   MOVE "ERRO NA ATUALIZACAO DO ESTOQUE DO PRODUTO"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-PRO.
       ATU-ESTOQUE-FIM.
                EXIT.
      *
      ***************************************
      * BAIXA DOS LOTES DO COMPONENTE POR    *
      * FEFO (PRIMEIRO QUE VENCE SAI         *
      * PRIMEIRO), COMO NA VENDA; PRODUTO    *
      * SEM LOTE NAO E AFETADO               *
      ***************************************
      *
       BAIXAR-LOTE-FEFO.
                MOVE MOV-QTDE TO W-FALTA.
       FEFO-PROX.
                IF W-FALTA = ZEROS
                   GO TO BAIXAR-LOTE-FEFO-FIM.
                MOVE 0 TO W-LOT-ACHOU
                MOVE 99999999 TO W-LOT-VENC
                MOVE MOV-PRO-COD TO LOT-PRO-COD
                MOVE SPACES      TO LOT-NUMERO
                START ARQLOTE KEY IS NOT LESS LOT-CHAVE INVALID KEY
                      MOVE "10" TO ST-LOT.
                IF ST-LOT NOT = "00"
                   MOVE "00" TO ST-LOT
                   GO TO BAIXAR-LOTE-FEFO-FIM.
       FEFO-SCAN.
                READ ARQLOTE NEXT
                   AT END MOVE "10" TO ST-LOT.
                IF ST-LOT NOT = "00" OR
                   LOT-PRO-COD NOT = MOV-PRO-COD
                   MOVE "00" TO ST-LOT
                   GO TO FEFO-BAIXA.
                IF LOT-QTDE = ZEROS
                   GO TO FEFO-SCAN.
                IF W-LOT-ACHOU = 0 OR LOT-VALIDADE < W-LOT-VENC
                   MOVE 1 TO W-LOT-ACHOU
                   MOVE LOT-VALIDADE TO W-LOT-VENC
                   MOVE LOT-NUMERO   TO W-LOT-ESC.
                GO TO FEFO-SCAN.
       FEFO-BAIXA.
                IF W-LOT-ACHOU = 0
                   GO TO BAIXAR-LOTE-FEFO-FIM.
                MOVE MOV-PRO-COD TO LOT-PRO-COD
                MOVE W-LOT-ESC   TO LOT-NUMERO
                READ ARQLOTE
                MOVE REGLOTE TO JRN-ANT-LOTE
                IF ST-LOT NOT = "00"
                   MOVE "00" TO ST-LOT
                   GO TO BAIXAR-LOTE-FEFO-FIM.
                IF LOT-QTDE > W-FALTA
                   SUBTRACT W-FALTA FROM LOT-QTDE
                   MOVE ZEROS TO W-FALTA
                ELSE
                   SUBTRACT LOT-QTDE FROM W-FALTA
                   MOVE ZEROS TO LOT-QTDE.
                REWRITE REGLOTE
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-LOTE THRU DIARIO-LOTE-FIM
                IF ST-LOT NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-LOT
                   DISPLAY "*** SALDO DO LOTE NAO ATUALIZADO ***"
                   GO TO BAIXAR-LOTE-FEFO-FIM.
                DISPLAY "SAIDA PELO LOTE (FEFO) : " MOV-PRO-COD " "
                        W-LOT-ESC
                GO TO FEFO-PROX.
       BAIXAR-LOTE-FEFO-FIM.
                EXIT.
      *
      ***************************************
      * MOTIVO W-MOT-COD CRIADO NO ARQMOT    *
      * (SEM PERDA) SE AINDA NAO EXISTIR     *
      ***************************************
      *
       GARANTIR-MOTIVO.
                MOVE W-MOT-COD TO MOT-COD
                READ ARQMOT
                IF ST-MOT = "00"
                   GO TO GARANTIR-MOTIVO-FIM.
                MOVE "00" TO ST-MOT
                MOVE W-MOT-COD      TO MOT-COD
                MOVE W-MOT-DESC     TO MOT-DESC
                MOVE "N"            TO MOT-PERDA
                MOVE "A"            TO MOT-SIT
                WRITE REGMOT
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-MOT THRU DIARIO-MOT-FIM
                IF ST-MOT NOT = "00" AND NOT = "02"
                   DISPLAY "*** MOTIVO " W-MOT-COD
                           " NAO CRIADO NO ARQMOT ***"
                   MOVE "00" TO ST-MOT.
       GARANTIR-MOTIVO-FIM.
                EXIT.
      *
      ***************************************
      * NUMERO DA ORDEM (SERIE MONTKIT DO    *
      * ARQNUM) E GRAVACAO DA ORDEM NO       *
      * ARQOMK                               *
      ***************************************
      *
       OBTER-NUM-OMK.
                MOVE "MONTKIT" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM NOT = "00"
                   MOVE "00" TO ST-NUM
                   MOVE "MONTKIT" TO NUM-SERIE
                   MOVE 1 TO NUM-PROXIMO
                   WRITE REGNUM
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                   MOVE "00" TO ST-NUM.
                MOVE NUM-PROXIMO TO W-OMK-NUM
                ADD 1 TO NUM-PROXIMO
                REWRITE REGNUM
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                IF ST-NUM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-NUM
                   DISPLAY "*** SERIE DE NUMERACAO NAO ATUALIZADA ***".
       OBTER-NUM-OMK-FIM.
                EXIT.
      *
       GRAVAR-OMK.
                MOVE W-OMK-NUM    TO OMK-NUM
                IF W-FUNCAO = 1
                   MOVE "M" TO OMK-TIPO
                ELSE
                   MOVE "D" TO OMK-TIPO.
                MOVE W-KIT        TO OMK-PRO-COD
                MOVE W-LOC        TO OMK-LOC
                MOVE W-QTDE-OMK   TO OMK-QTDE
                MOVE W-DATA-OMK   TO OMK-DATA
                MOVE W-CUSTO-UNIT TO OMK-CUSTO-UNIT
                MOVE W-OPERADOR   TO OMK-OPERADOR
                WRITE REGOMK
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-OMK THRU DIARIO-OMK-FIM
                IF ST-OMK NOT = "00" AND NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DA ORDEM: " ST-OMK
                   MOVE "ARQOMK" TO ERR-ARQUIVO
                   MOVE ST-OMK   TO ERR-STATUS
                   MOVE "ERRO NA GRAVACAO DA ORDEM DE KIT"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-OMK.
                ADD 1 TO W-ORDENS.
       GRAVAR-OMK-FIM.
                EXIT.
      *
      ***************************************
      * GRAVACAO DE UM MOVIMENTO DO PRODUTO  *
      * W-PRODUTO NO LOCAL DA ORDEM          *
      ***************************************
      *
       GRAVAR-MOV.
                PERFORM OBTER-NUM-MOV THRU OBTER-NUM-MOV-FIM
                MOVE W-PRODUTO    TO MOV-PRO-COD
                MOVE W-MOV-TIPO   TO MOV-TIPO
                MOVE W-MOV-QTDE   TO MOV-QTDE
                MOVE W-DATA-OMK   TO MOV-DATA
                MOVE ZEROS        TO MOV-CPF-FORC
                MOVE W-LOC        TO MOV-LOC
                MOVE SPACES       TO MOV-LOC-DEST
                MOVE W-MOV-MOTIVO TO MOV-MOTIVO
                WRITE REGMOV
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-MOV THRU DIARIO-MOV-FIM
                IF ST-MOV NOT = "00" AND NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO MOVIMENTO: " ST-MOV
                   MOVE "ARQMOV" TO ERR-ARQUIVO
                   MOVE ST-MOV   TO ERR-STATUS
                   MOVE "ERRO NA GRAVACAO DO MOVIMENTO" TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-MOV.
       GRAVAR-MOV-FIM.
                EXIT.
      *
      ***************************************
      * ATUALIZACAO DO SALDO DO PRODUTO NO   *
      * LOCAL DA ORDEM; W-SLD-SOMA 1=SOMA,   *
      * 0=SUBTRAI A QTDE W-MOV-QTDE          *
      ***************************************
      *
       ATU-SALDO-LOC.
                MOVE W-PRODUTO TO SLD-PRO-COD
                MOVE W-LOC     TO SLD-LOC
                READ ARQSLD
                MOVE REGSLD TO JRN-ANT-SLD
                IF ST-SLD NOT = "00"
                   MOVE "00" TO ST-SLD
                   MOVE W-PRODUTO TO SLD-PRO-COD
                   MOVE W-LOC     TO SLD-LOC
                   MOVE ZEROS     TO SLD-QTDE
                   WRITE REGSLD
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-SLD THRU DIARIO-SLD-FIM
                   IF ST-SLD NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-SLD
                      DISPLAY "*** SALDO DO LOCAL " W-LOC
                              " NAO GRAVADO ***"
                      GO TO ATU-SALDO-LOC-FIM.
                IF W-SLD-SOMA = 1
                   ADD W-MOV-QTDE TO SLD-QTDE
                ELSE
                   IF W-MOV-QTDE > SLD-QTDE
                      MOVE ZEROS TO SLD-QTDE
                   ELSE
                      SUBTRACT W-MOV-QTDE FROM SLD-QTDE.
                REWRITE REGSLD
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-SLD THRU DIARIO-SLD-FIM
                IF ST-SLD NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-SLD
                   DISPLAY "*** SALDO DO LOCAL " W-LOC
                           " NAO ATUALIZADO ***".
       ATU-SALDO-LOC-FIM.
                EXIT.
      *
      ***************************************
      * NUMERACAO AUTOMATICA DO MOVIMENTO    *
      * (SERIE MOVIMENT NO ARQNUM)           *
      ***************************************
      *
       OBTER-NUM-MOV.
                MOVE "MOVIMENT" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM NOT = "00"
                   MOVE "00" TO ST-NUM
                   MOVE "MOVIMENT" TO NUM-SERIE
                   MOVE 1 TO NUM-PROXIMO
                   WRITE REGNUM
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                   MOVE "00" TO ST-NUM.
                MOVE NUM-PROXIMO TO MOV-NUM
                ADD 1 TO NUM-PROXIMO
                REWRITE REGNUM
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                IF ST-NUM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-NUM
                   DISPLAY "*** SERIE DE NUMERACAO NAO ATUALIZADA ***".
       OBTER-NUM-MOV-FIM.
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
      * VALIDACAO DE CALENDARIO (DATA DA     *
      * ORDEM, DDMMAAAA)                     *
      ***************************************
      *
       VALIDAR-DATA.
                MOVE 1 TO W-DATA-OK
                IF W-DATA-OMK = ZEROS
                   MOVE 0 TO W-DATA-OK
                   GO TO VALIDAR-DATA-FIM.
                MOVE W-DATA-OMK (1:2) TO W-DATA-DIA
                MOVE W-DATA-OMK (3:2) TO W-DATA-MES
                MOVE W-DATA-OMK (5:4) TO W-DATA-ANO
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
                MOVE "MONTKIT" TO ERR-PROGRAMA
                WRITE REGERRO.
       GRAVAR-ERRO-FIM.
                EXIT.
      *
       FIM-LOTE.
                CLOSE ARQPRO ARQKIT ARQLOC ARQSLD ARQMOV ARQNUM ARQCUS
                      ARQMOT ARQOMK
                IF W-TEM-RSV = 1
                   CLOSE ARQRSV.
                IF W-TEM-LOT = 1
                   CLOSE ARQLOTE.
                IF W-TEM-PER = 1
                   CLOSE ARQPER.
                DISPLAY "*** ORDENS DE KIT ENCERRADAS - " W-ORDENS
                        " ORDEM(NS) ***"
                GO TO ROT-FIM.
      *
      ***************************************
      * REGISTRO DAS ATUALIZACOES NO DIARIO  *
      * (ARQJRN), USADO NA RECUPERACAO DOS   *
      * ARQUIVOS A PARTIR DA COPIA DE        *
      * SEGURANCA                            *
      ***************************************
      *
       GRAVAR-DIARIO.
                MOVE "MONTKIT"    TO JRN-PROGRAMA
                MOVE W-OPERADOR   TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-MOT.
                MOVE "ARQMOT"     TO JRN-ARQUIVO
                MOVE ST-MOT       TO JRN-STATUS
                MOVE REGMOT TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-MOT-FIM.
                EXIT.
       DIARIO-OMK.
                MOVE "ARQOMK"     TO JRN-ARQUIVO
                MOVE ST-OMK       TO JRN-STATUS
                MOVE REGOMK TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-OMK-FIM.
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
       DIARIO-PRO.
                MOVE "ARQPRO"     TO JRN-ARQUIVO
                MOVE ST-PRO       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PRO TO JRN-ANTES
                ELSE
                   MOVE REGPRO TO JRN-ANTES.
                MOVE REGPRO TO JRN-DEPOIS JRN-ANT-PRO
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PRO-FIM.
                EXIT.
       DIARIO-CUS.
                MOVE "ARQCUS"     TO JRN-ARQUIVO
                MOVE ST-CUS       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CUS TO JRN-ANTES
                ELSE
                   MOVE REGCUS TO JRN-ANTES.
                MOVE REGCUS TO JRN-DEPOIS JRN-ANT-CUS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CUS-FIM.
                EXIT.
       DIARIO-LOTE.
                MOVE "ARQLOTE"    TO JRN-ARQUIVO
                MOVE ST-LOT       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-LOTE TO JRN-ANTES
                ELSE
                   MOVE REGLOTE TO JRN-ANTES.
                MOVE REGLOTE TO JRN-DEPOIS JRN-ANT-LOTE
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-LOTE-FIM.
                EXIT.
       DIARIO-MOV.
                MOVE "ARQMOV"     TO JRN-ARQUIVO
                MOVE ST-MOV       TO JRN-STATUS
                MOVE REGMOV TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-MOV-FIM.
                EXIT.
       DIARIO-SLD.
                MOVE "ARQSLD"     TO JRN-ARQUIVO
                MOVE ST-SLD       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-SLD TO JRN-ANTES
                ELSE
                   MOVE REGSLD TO JRN-ANTES.
                MOVE REGSLD TO JRN-DEPOIS JRN-ANT-SLD
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-SLD-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
                CLOSE ARQERRO
                EXIT PROGRAM.
       ROT-FIM2.
                EXIT PROGRAM.
