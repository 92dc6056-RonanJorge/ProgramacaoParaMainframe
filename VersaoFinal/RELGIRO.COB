       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELGIRO.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * ESTOQUE PARADO E SEM GIRO                    *
      * PARA CADA PRODUTO E LOCAL COM SALDO (ARQSLD) *
      * APURA A ULTIMA VENDA (ARQVDA E SAIDAS DO     *
      * ARQMOV) E A ULTIMA ENTRADA (ARQMOV), OS DIAS *
      * SEM VENDA, A COBERTURA EM MESES PELA MEDIA   *
      * DOS ULTIMOS 6 MESES FECHADOS DO ARQEST E O   *
      * VALOR DO SALDO PELO CUSTO MEDIO (ARQCUS).    *
      * CLASSIFICA EM FAIXAS DE DIAS SEM VENDA       *
      * (PADRAO 90/180/365) COM TOTAIS POR FAIXA E   *
      * POR TIPO DE PRODUTO. OPCIONALMENTE GRAVA O   *
      * ARQUIVO DE CANDIDATOS (CANDGIRO.DAT) PARA    *
      * PROMOCAO OU DEVOLUCAO AO FORNECEDOR (DEVFORN)*
      * SEM VENDA NEM ENTRADA REGISTRADA O ITEM CAI  *
      * NA ULTIMA FAIXA; SEM VENDA MAS COM ENTRADA   *
      * CONTA OS DIAS DESDE A ENTRADA                *
      * OS SALDOS DE ABERTURA GRAVADOS PELO FECHAANO *
      * (FAIXA DO CATALOGO ARQGER NA DATA DE CORTE)  *
      * NAO CONTAM COMO ENTRADA NEM COMO VENDA       *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQSLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SLD-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-COD
                    FILE STATUS  IS ST-PRO.
       SELECT ARQVDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VDA-CHAVE
                    FILE STATUS  IS ST-VDA.
       SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-NUM
                    FILE STATUS  IS ST-MOV
                    ALTERNATE RECORD KEY IS MOV-PRO-COD
                                   WITH DUPLICATES.
       SELECT ARQEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EST-CHAVE
                    FILE STATUS  IS ST-EST.
       SELECT ARQCUS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUS-PRO-COD
                    FILE STATUS  IS ST-CUS.
       SELECT ARQGER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GER-CHAVE
                    FILE STATUS  IS ST-GER.
       SELECT ARQGTMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GTP-CHAVE
                    FILE STATUS  IS ST-GTP.
       SELECT ARQCND ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-CND.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQSLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSLD.DAT".
       01 REGSLD.
                03 SLD-CHAVE.
                   05 SLD-PRO-COD    PIC 9(08).
                   05 SLD-LOC        PIC X(02).
                03 SLD-QTDE          PIC 9(06).
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
                03 PRO-SIT          PIC X(01).
                03 PRO-VERSAO       PIC 9(08).
      *
       FD ARQVDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVDA.DAT".
       01 REGVDA.
                03 VDA-CHAVE.
                    05 VDA-NUM-NOTA    PIC 9(08).
                    05 VDA-ITEM        PIC 9(03).
                03 VDA-CLI-CPF     PIC 9(14).
                03 VDA-PRO-COD     PIC 9(08).
                03 VDA-QTDE        PIC 9(06).
                03 VDA-PRECO       PIC 9(08).
                03 VDA-DATA        PIC 9(08).
                03 VDA-OPE-COD     PIC X(08).
                03 VDA-DESC-PERC   PIC 9(02)V99.
                03 VDA-SIT         PIC X(01).
                03 VDA-LOC         PIC X(02).
                03 VDA-PROMO       PIC X(04).
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
       FD ARQGER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGER.DAT".
       01 REGGER.
                03 GER-CHAVE.
                   05 GER-TIPO       PIC X(03).
                   05 GER-CORTE      PIC 9(08).
                03 GER-ARQUIVO       PIC X(15).
                03 GER-DATA-FECH     PIC 9(08).
                03 GER-DATA-INI      PIC 9(08).
                03 GER-DATA-FIM      PIC 9(08).
                03 GER-COPIADOS      PIC 9(08).
                03 GER-REMOVIDOS     PIC 9(08).
                03 GER-TOTAL         PIC 9(14).
                03 GER-ABE-INI       PIC 9(08).
                03 GER-ABE-FIM       PIC 9(08).
                03 GER-ABERTURAS     PIC 9(06).
                03 FILLER            PIC X(18).
      *
       FD ARQEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEST.DAT".
       01 REGEST.
                03 EST-CHAVE.
                   05 EST-ANOMES     PIC 9(06).
                   05 EST-PRO-COD    PIC 9(08).
                03 EST-QTDE          PIC 9(09).
                03 EST-VALOR         PIC 9(14).
                03 EST-ITENS         PIC 9(06).
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
       FD ARQGTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GIROTMP.DAT".
       01 REGGTP.
                03 GTP-CHAVE.
                   05 GTP-PRO-COD     PIC 9(08).
                   05 GTP-LOC         PIC X(02).
                03 GTP-QTDE           PIC 9(06).
                03 GTP-ULT-VDA        PIC 9(08).
                03 GTP-ULT-ENT        PIC 9(08).
      *
       FD ARQCND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CANDGIRO.DAT".
       01 REGCND.
                03 CND-PRO-COD        PIC 9(08).
                03 CND-LOC            PIC X(02).
                03 CND-TIPO           PIC X(01).
                03 CND-QTDE           PIC 9(06).
                03 CND-CUS-MEDIO      PIC 9(08).
                03 CND-VALOR          PIC 9(14).
                03 CND-DIAS           PIC 9(04).
                03 CND-FAIXA          PIC 9(01).
                03 CND-ULT-VDA        PIC 9(08).
                03 CND-ULT-ENT        PIC 9(08).
                03 CND-FOR-CPF        PIC 9(14).
                03 CND-COBERTURA      PIC 9(03)V9.
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
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-PRO         PIC X(02) VALUE "00".
       77 ST-VDA         PIC X(02) VALUE "00".
       77 ST-MOV         PIC X(02) VALUE "00".
       77 ST-EST         PIC X(02) VALUE "00".
       77 ST-CUS         PIC X(02) VALUE "00".
       77 ST-GTP         PIC X(02) VALUE "00".
       77 ST-GER         PIC X(02) VALUE "00".
       77 ST-CND         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-TEM-EST      PIC 9(01) VALUE ZEROS.
       77 W-TEM-CUS      PIC 9(01) VALUE ZEROS.
       77 W-TEM-MOV      PIC 9(01) VALUE ZEROS.
       77 W-TEM-GER      PIC 9(01) VALUE ZEROS.
       77 W-GERACOES     PIC 9(03) VALUE ZEROS.
       77 W-IX           PIC 9(03) VALUE ZEROS.
       77 W-PULAR        PIC 9(01) VALUE ZEROS.
       77 W-GERAR-CND    PIC X(01) VALUE "N".
       77 W-FX1          PIC 9(04) VALUE ZEROS.
       77 W-FX2          PIC 9(04) VALUE ZEROS.
       77 W-FX3          PIC 9(04) VALUE ZEROS.
       77 W-FX-MIN       PIC 9(01) VALUE ZEROS.
       77 W-HOJE-AMD     PIC 9(08) VALUE ZEROS.
       77 W-DIAS-HOJE    PIC 9(08) VALUE ZEROS.
       77 W-DATA-AMD     PIC 9(08) VALUE ZEROS.
       77 W-DATA-BASE    PIC 9(08) VALUE ZEROS.
       77 W-DIAS-BASE    PIC 9(08) VALUE ZEROS.
       77 W-DIAS         PIC 9(04) VALUE ZEROS.
       77 W-FAIXA        PIC 9(01) VALUE ZEROS.
       77 W-LOC          PIC X(02) VALUE SPACES.
       77 W-PRO-ANT      PIC 9(08) VALUE ZEROS.
       77 W-ANOMES       PIC 9(06) VALUE ZEROS.
       77 W-ANO          PIC 9(04) VALUE ZEROS.
       77 W-MES          PIC 9(02) VALUE ZEROS.
       77 W-NMES         PIC 9(01) VALUE ZEROS.
       77 W-SOMA-QTDE    PIC 9(10) VALUE ZEROS.
       77 W-MEDIA        PIC 9(09)V99 VALUE ZEROS.
       77 W-COBERTURA    PIC 9(03)V9 VALUE ZEROS.
       77 W-CUSTO        PIC 9(08) VALUE ZEROS.
       77 W-VALOR        PIC 9(14) VALUE ZEROS.
       77 W-IDX          PIC 9(02) VALUE ZEROS.
       77 W-QT-TIPOS     PIC 9(02) VALUE ZEROS.
       77 W-LIDOS        PIC 9(08) VALUE ZEROS.
       77 W-LISTADOS     PIC 9(08) VALUE ZEROS.
       77 W-CANDIDATOS   PIC 9(08) VALUE ZEROS.
       77 W-TOT-VALOR    PIC 9(14) VALUE ZEROS.
       77 W-VDA-ED       PIC 99/99/9999.
       77 W-ENT-ED       PIC 99/99/9999.
       77 W-COB-ED       PIC ZZ9,9.
       77 W-VALOR-ED     PIC ZZZ.ZZZ.ZZ9.
       77 W-TOTAL-ED     PIC ZZ.ZZZ.ZZZ.ZZ9.
      *
      ***************************************
      * SALDOS DE ABERTURA DAS GERACOES JA   *
      * CARREGADAS DO ARQGER                 *
      ***************************************
      *
       01 W-TAB-ABE.
          03 W-ABE OCCURS 100 TIMES.
             05 W-ABE-CORTE   PIC 9(08).
             05 W-ABE-INI     PIC 9(08).
             05 W-ABE-FIM     PIC 9(08).
      *
      ***************************************
      * TOTAIS POR FAIXA (0 = COM GIRO, 1 A  *
      * 3 = FAIXAS DE DIAS SEM VENDA) E POR  *
      * TIPO DE PRODUTO                      *
      ***************************************
      *
       01 TB-FAIXAS.
          03 TB-FAIXA OCCURS 4 TIMES.
             05 TB-FX-ITENS   PIC 9(08).
             05 TB-FX-VALOR   PIC 9(14).
       01 TB-TIPOS.
          03 TB-TIPO OCCURS 60 TIMES.
             05 TB-TP-COD     PIC X(01).
             05 TB-TP-ITENS   PIC 9(08).
             05 TB-TP-VALOR   PIC 9(14).
             05 TB-TP-PARADO  PIC 9(14).
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
                03 SPL-PROGRAMA   PIC X(08).
                03 SPL-LINHA      PIC X(80).
                03 SPL-OPER       PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "RELGIRO" TO SPL-PROGRAMA
                MOVE SPACES TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELGIRO - ESTOQUE PARADO E SEM GIRO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE ZEROS TO TB-FAIXAS TB-TIPOS.
      *
       PEDIR-FAIXAS.
                DISPLAY "1A FAIXA - DIAS SEM VENDA (ZEROS = 90)    : "
                        WITH NO ADVANCING
                ACCEPT W-FX1
                IF W-FX1 = ZEROS
                   MOVE 90 TO W-FX1.
                DISPLAY "2A FAIXA - DIAS SEM VENDA (ZEROS = 180)   : "
                        WITH NO ADVANCING
                ACCEPT W-FX2
                IF W-FX2 = ZEROS
                   MOVE 180 TO W-FX2.
                DISPLAY "3A FAIXA - DIAS SEM VENDA (ZEROS = 365)   : "
                        WITH NO ADVANCING
                ACCEPT W-FX3
                IF W-FX3 = ZEROS
                   MOVE 365 TO W-FX3.
                IF W-FX2 NOT > W-FX1 OR W-FX3 NOT > W-FX2
                   DISPLAY "*** AS FAIXAS DEVEM SER CRESCENTES ***"
                   GO TO PEDIR-FAIXAS.
       PEDIR-LISTA.
                DISPLAY "LISTAR A PARTIR DA FAIXA (0=TODOS 1/2/3)  : "
                        WITH NO ADVANCING
                ACCEPT W-FX-MIN
                IF W-FX-MIN > 3
                   DISPLAY "*** DIGITE 0, 1, 2 OU 3 ***"
                   GO TO PEDIR-LISTA.
       PEDIR-CND.
                DISPLAY "GRAVAR ARQUIVO DE CANDIDATOS (S/N)        : "
                        WITH NO ADVANCING
                ACCEPT W-GERAR-CND
                IF W-GERAR-CND = "s"
                   MOVE "S" TO W-GERAR-CND.
                IF W-GERAR-CND = "n" OR SPACES
                   MOVE "N" TO W-GERAR-CND.
                IF W-GERAR-CND NOT = "S" AND "N"
                   DISPLAY "*** DIGITE APENAS S=SIM OU N=NAO ***"
                   GO TO PEDIR-CND.
      *
       ABRIR-ARQ.
                OPEN INPUT ARQSLD
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "30" OR "35"
                      MOVE SPACES TO SPL-LINHA
                      STRING "ARQUIVO DE SALDOS POR LOCAL (ARQSLD) NAO"
                             " EXISTE"
                             DELIMITED BY SIZE INTO SPL-LINHA
                      PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                      GO TO ROT-FIM2
                   ELSE
                      MOVE SPACES TO SPL-LINHA
                      STRING "ERRO NA ABERTURA DO ARQUIVO ARQSLD: "
                             ST-ERRO
                             DELIMITED BY SIZE INTO SPL-LINHA
                      PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                      GO TO ROT-FIM2.
                OPEN INPUT ARQPRO
                IF ST-PRO NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQPRO: "
                          ST-PRO
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQSLD
                   GO TO ROT-FIM2.
                OPEN INPUT ARQVDA
                IF ST-VDA NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQVDA: "
                          ST-VDA
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQSLD ARQPRO
                   GO TO ROT-FIM2.
                OPEN INPUT ARQMOV
                IF ST-MOV = "00"
                   MOVE 1 TO W-TEM-MOV
                ELSE
                   MOVE 0 TO W-TEM-MOV
                   MOVE "00" TO ST-MOV.
                OPEN INPUT ARQGER
                IF ST-GER = "00"
                   MOVE 1 TO W-TEM-GER
                ELSE
                   MOVE 0 TO W-TEM-GER
                   MOVE "00" TO ST-GER.
                OPEN INPUT ARQEST
                IF ST-EST = "00"
                   MOVE 1 TO W-TEM-EST
                ELSE
                   MOVE 0 TO W-TEM-EST
                   MOVE "00" TO ST-EST
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** SEM ESTATISTICAS MENSAIS (ARQEST) - "
                          "COBERTURA NAO CALCULADA ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                OPEN INPUT ARQCUS
                IF ST-CUS = "00"
                   MOVE 1 TO W-TEM-CUS
                ELSE
                   MOVE 0 TO W-TEM-CUS
                   MOVE "00" TO ST-CUS
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** SEM ARQUIVO DE CUSTO MEDIO - ESTOQUE "
                          "SEM VALOR ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                OPEN OUTPUT ARQGTMP
                CLOSE ARQGTMP
                OPEN I-O ARQGTMP
                IF ST-GTP NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO DE TRABALHO: "
                          ST-GTP
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQSLD ARQPRO ARQVDA
                   GO TO ROT-FIM2.
                IF W-GERAR-CND = "S"
                   OPEN OUTPUT ARQCND
                   IF ST-CND NOT = "00"
                      MOVE "N" TO W-GERAR-CND
                      MOVE SPACES TO SPL-LINHA
                      STRING "*** ARQUIVO DE CANDIDATOS NAO ABERTO: "
                             ST-CND " ***"
                             DELIMITED BY SIZE INTO SPL-LINHA
                      PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
                ACCEPT W-HOJE-AMD FROM DATE YYYYMMDD
                COMPUTE W-DIAS-HOJE =
                        FUNCTION INTEGER-OF-DATE (W-HOJE-AMD).
      *
      ***** PASSO 1 - SALDOS POSITIVOS POR PRODUTO E LOCAL *****
      *
       CARGA-SLD.
                READ ARQSLD NEXT
                   AT END MOVE "10" TO ST-ERRO.
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   CLOSE ARQSLD
                   GO TO CARGA-VDA.
                IF SLD-QTDE = ZEROS
                   GO TO CARGA-SLD.
                MOVE SLD-PRO-COD TO GTP-PRO-COD
                MOVE SLD-LOC     TO GTP-LOC
                MOVE SLD-QTDE    TO GTP-QTDE
                MOVE ZEROS       TO GTP-ULT-VDA GTP-ULT-ENT
                WRITE REGGTP
                IF ST-GTP NOT = "00"
                   MOVE "GIROTMP"  TO ERR-ARQUIVO
                   MOVE ST-GTP     TO ERR-STATUS
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO DE TRABALHO"
                                   TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-GTP.
                GO TO CARGA-SLD.
      *
      ***** PASSO 2 - ULTIMA VENDA PELOS ITENS DE NOTA *****
      *
       CARGA-VDA.
                READ ARQVDA NEXT
                   AT END MOVE "10" TO ST-VDA.
                IF ST-VDA NOT = "00"
                   MOVE "00" TO ST-VDA
                   CLOSE ARQVDA
                   GO TO CARGA-MOV.
                IF VDA-SIT = "C"
                   GO TO CARGA-VDA.
                MOVE VDA-PRO-COD TO GTP-PRO-COD
                MOVE VDA-LOC     TO GTP-LOC
                READ ARQGTMP
                IF ST-GTP NOT = "00"
                   MOVE "00" TO ST-GTP
                   GO TO CARGA-VDA.
                MOVE VDA-DATA (5:4) TO W-DATA-AMD (1:4)
                MOVE VDA-DATA (3:2) TO W-DATA-AMD (5:2)
                MOVE VDA-DATA (1:2) TO W-DATA-AMD (7:2)
                IF W-DATA-AMD > GTP-ULT-VDA
                   MOVE W-DATA-AMD TO GTP-ULT-VDA
                   REWRITE REGGTP.
                GO TO CARGA-VDA.
      *
      ***************************************
      * PASSO 3 - MOVIMENTOS DE ESTOQUE:     *
      * ENTRADA (E) NO LOCAL DE DESTINO OU,  *
      * SEM ELE, NO LOCAL DO MOVIMENTO;      *
      * SAIDA POR VENDA (S) NO LOCAL; SAIDA  *
      * COM MOTIVO (PERDA, CONSUMO NA        *
      * MONTAGEM DE KIT) NAO E VENDA         *
      ***************************************
      *
       CARGA-MOV.
                IF W-TEM-GER = 1
                   PERFORM CARGA-GER THRU CARGA-GER-FIM
                   CLOSE ARQGER.
                IF W-TEM-MOV = 0
                   GO TO PREPARAR.
       CARGA-MOV2.
                READ ARQMOV NEXT
                   AT END MOVE "10" TO ST-MOV.
                IF ST-MOV NOT = "00"
                   MOVE "00" TO ST-MOV
                   CLOSE ARQMOV
                   GO TO PREPARAR.
                IF MOV-TIPO NOT = "E" AND NOT = "S"
                   GO TO CARGA-MOV2.
                IF MOV-TIPO = "S" AND MOV-MOTIVO NOT = SPACES
                   GO TO CARGA-MOV2.
                IF W-GERACOES NOT = ZEROS
                   PERFORM VER-ABERTURA THRU VER-ABERTURA-FIM
                   IF W-PULAR = 1
                      GO TO CARGA-MOV2.
                MOVE MOV-LOC TO W-LOC
                IF MOV-TIPO = "E" AND MOV-LOC-DEST NOT = SPACES
                   MOVE MOV-LOC-DEST TO W-LOC.
                MOVE MOV-PRO-COD TO GTP-PRO-COD
                MOVE W-LOC       TO GTP-LOC
                READ ARQGTMP
                IF ST-GTP NOT = "00"
                   MOVE "00" TO ST-GTP
                   GO TO CARGA-MOV2.
                MOVE MOV-DATA (5:4) TO W-DATA-AMD (1:4)
                MOVE MOV-DATA (3:2) TO W-DATA-AMD (5:2)
                MOVE MOV-DATA (1:2) TO W-DATA-AMD (7:2)
                IF MOV-TIPO = "E"
                   IF W-DATA-AMD > GTP-ULT-ENT
                      MOVE W-DATA-AMD TO GTP-ULT-ENT
                      REWRITE REGGTP
                   END-IF
                ELSE
                   IF W-DATA-AMD > GTP-ULT-VDA
                      MOVE W-DATA-AMD TO GTP-ULT-VDA
                      REWRITE REGGTP.
                GO TO CARGA-MOV2.
      *
      ***************************************
      * FAIXAS DE NUMERO DOS SALDOS DE       *
      * ABERTURA DAS GERACOES MOV DO         *
      * CATALOGO ARQGER (FECHAANO)           *
      ***************************************
      *
       CARGA-GER.
                MOVE "MOV" TO GER-TIPO
                MOVE ZEROS TO GER-CORTE
                START ARQGER KEY IS NOT LESS GER-CHAVE INVALID KEY
                      MOVE "10" TO ST-GER.
                IF ST-GER NOT = "00"
                   MOVE "00" TO ST-GER
                   GO TO CARGA-GER-FIM.
       CARGA-GER-LOOP.
                READ ARQGER NEXT
                   AT END MOVE "10" TO ST-GER.
                IF ST-GER NOT = "00" OR GER-TIPO NOT = "MOV"
                   MOVE "00" TO ST-GER
                   GO TO CARGA-GER-FIM.
                IF GER-ABE-INI = ZEROS
                   GO TO CARGA-GER-LOOP.
                IF W-GERACOES = 100
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** LIMITE DE GERACOES ATINGIDO - SALDOS"
                          " DE ABERTURA CONTADOS ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO CARGA-GER-FIM.
                ADD 1 TO W-GERACOES
                MOVE GER-CORTE   TO W-ABE-CORTE (W-GERACOES)
                MOVE GER-ABE-INI TO W-ABE-INI (W-GERACOES)
                MOVE GER-ABE-FIM TO W-ABE-FIM (W-GERACOES)
                GO TO CARGA-GER-LOOP.
       CARGA-GER-FIM.
                EXIT.
      *
      ***************************************
      * SALDO DE ABERTURA DE UMA GERACAO     *
      * (NUMERO NA FAIXA GRAVADA PELO        *
      * FECHAANO E DATA = DATA DE CORTE)     *
      ***************************************
      *
       VER-ABERTURA.
                MOVE 0 TO W-PULAR
                MOVE 1 TO W-IX
                MOVE MOV-DATA (5:4) TO W-DATA-AMD (1:4)
                MOVE MOV-DATA (3:2) TO W-DATA-AMD (5:2)
                MOVE MOV-DATA (1:2) TO W-DATA-AMD (7:2).
       VER-ABERTURA-LOOP.
                IF W-IX > W-GERACOES
                   GO TO VER-ABERTURA-FIM.
                IF W-DATA-AMD = W-ABE-CORTE (W-IX)
                   AND MOV-NUM NOT < W-ABE-INI (W-IX)
                   AND MOV-NUM NOT > W-ABE-FIM (W-IX)
                   MOVE 1 TO W-PULAR
                   GO TO VER-ABERTURA-FIM.
                ADD 1 TO W-IX
                GO TO VER-ABERTURA-LOOP.
       VER-ABERTURA-FIM.
                EXIT.
      *
      ***** PASSO 4 - RELATORIO NA ORDEM DE PRODUTO E LOCAL *****
      *
       PREPARAR.
                MOVE SPACES TO SPL-LINHA
                STRING "FAIXAS DE DIAS SEM VENDA: 1=" W-FX1 "  2="
                       W-FX2 "  3=" W-FX3
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "PRODUTO  LC DESCRICAO      SALDO ULT.VENDA "
                       " ULT.ENTR.  DIAS  COB.       VALOR F"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE ZEROS TO GTP-PRO-COD
                MOVE SPACES TO GTP-LOC
                START ARQGTMP KEY IS NOT LESS GTP-CHAVE INVALID KEY
                      MOVE "10" TO ST-GTP.
       LISTA-LOOP.
                IF ST-GTP = "00"
                   READ ARQGTMP NEXT
                      AT END MOVE "10" TO ST-GTP.
                IF ST-GTP NOT = "00"
                   MOVE "00" TO ST-GTP
                   GO TO FIM-LOTE.
                IF GTP-PRO-COD NOT = W-PRO-ANT
                   MOVE GTP-PRO-COD TO W-PRO-ANT
                   PERFORM LER-PRODUTO THRU LER-PRODUTO-FIM.
                IF PRO-SIT = "E"
                   GO TO LISTA-LOOP.
                ADD 1 TO W-LIDOS.
       CLASSIFICAR.
                MOVE GTP-ULT-VDA TO W-DATA-BASE
                IF W-DATA-BASE = ZEROS
                   MOVE GTP-ULT-ENT TO W-DATA-BASE.
                IF W-DATA-BASE = ZEROS
                   MOVE 9999 TO W-DIAS
                ELSE
                   COMPUTE W-DIAS-BASE =
                           FUNCTION INTEGER-OF-DATE (W-DATA-BASE)
                   IF W-DIAS-HOJE - W-DIAS-BASE > 9999
                      MOVE 9999 TO W-DIAS
                   ELSE
                      COMPUTE W-DIAS = W-DIAS-HOJE - W-DIAS-BASE.
                MOVE 0 TO W-FAIXA
                IF W-DIAS NOT < W-FX1
                   MOVE 1 TO W-FAIXA.
                IF W-DIAS NOT < W-FX2
                   MOVE 2 TO W-FAIXA.
                IF W-DIAS NOT < W-FX3
                   MOVE 3 TO W-FAIXA.
                COMPUTE W-VALOR = GTP-QTDE * W-CUSTO
                MOVE 999,9 TO W-COBERTURA
                IF W-MEDIA NOT = ZEROS
                   IF GTP-QTDE / W-MEDIA < 999,9
                      COMPUTE W-COBERTURA ROUNDED =
                              GTP-QTDE / W-MEDIA.
                ADD 1       TO TB-FX-ITENS (W-FAIXA + 1)
                ADD W-VALOR TO TB-FX-VALOR (W-FAIXA + 1)
                ADD W-VALOR TO W-TOT-VALOR
                PERFORM SOMAR-TIPO THRU SOMAR-TIPO-FIM
                IF W-FAIXA < W-FX-MIN
                   GO TO LISTA-LOOP.
       LISTAR.
                ADD 1 TO W-LISTADOS
                MOVE ZEROS TO W-VDA-ED W-ENT-ED
                IF GTP-ULT-VDA NOT = ZEROS
                   MOVE GTP-ULT-VDA (1:4) TO W-DATA-AMD (5:4)
                   MOVE GTP-ULT-VDA (5:2) TO W-DATA-AMD (3:2)
                   MOVE GTP-ULT-VDA (7:2) TO W-DATA-AMD (1:2)
                   MOVE W-DATA-AMD TO W-VDA-ED.
                IF GTP-ULT-ENT NOT = ZEROS
                   MOVE GTP-ULT-ENT (1:4) TO W-DATA-AMD (5:4)
                   MOVE GTP-ULT-ENT (5:2) TO W-DATA-AMD (3:2)
                   MOVE GTP-ULT-ENT (7:2) TO W-DATA-AMD (1:2)
                   MOVE W-DATA-AMD TO W-ENT-ED.
                MOVE W-COBERTURA TO W-COB-ED
                MOVE W-VALOR     TO W-VALOR-ED
                MOVE SPACES TO SPL-LINHA
                STRING GTP-PRO-COD " " GTP-LOC " " PRO-DESC (1:12) " "
                       GTP-QTDE " " W-VDA-ED " " W-ENT-ED " " W-DIAS
                       " " W-COB-ED " " W-VALOR-ED " " W-FAIXA
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF W-GERAR-CND = "S" AND W-FAIXA > 0
                   PERFORM GRAVAR-CND THRU GRAVAR-CND-FIM.
                GO TO LISTA-LOOP.
      *
      ***************************************
      * DADOS DO PRODUTO, CUSTO MEDIO E      *
      * MEDIA MENSAL DE VENDA DOS 6 MESES    *
      * FECHADOS ANTERIORES AO ATUAL         *
      ***************************************
      *
       LER-PRODUTO.
                MOVE GTP-PRO-COD TO PRO-COD
                READ ARQPRO
                IF ST-PRO NOT = "00"
                   MOVE "00"   TO ST-PRO
                   MOVE SPACES TO PRO-DESC PRO-TIPO PRO-SIT
                   MOVE ZEROS  TO PRO-CPF-FORC.
                MOVE ZEROS TO W-CUSTO
                IF W-TEM-CUS = 1
                   MOVE GTP-PRO-COD TO CUS-PRO-COD
                   READ ARQCUS
                   IF ST-CUS = "00"
                      MOVE CUS-MEDIO TO W-CUSTO
                   ELSE
                      MOVE "00" TO ST-CUS.
                MOVE ZEROS TO W-SOMA-QTDE W-MEDIA W-NMES
                IF W-TEM-EST = 0
                   GO TO LER-PRODUTO-FIM.
                MOVE W-HOJE-AMD (1:4) TO W-ANO
                MOVE W-HOJE-AMD (5:2) TO W-MES.
       LER-PRODUTO2.
                IF W-NMES = 6
                   COMPUTE W-MEDIA ROUNDED = W-SOMA-QTDE / 6
                   GO TO LER-PRODUTO-FIM.
                ADD 1 TO W-NMES
                IF W-MES = 01
                   MOVE 12 TO W-MES
                   SUBTRACT 1 FROM W-ANO
                ELSE
                   SUBTRACT 1 FROM W-MES.
                MOVE W-ANO TO W-ANOMES (1:4)
                MOVE W-MES TO W-ANOMES (5:2)
                MOVE W-ANOMES    TO EST-ANOMES
                MOVE GTP-PRO-COD TO EST-PRO-COD
                READ ARQEST
                IF ST-EST = "00"
                   ADD EST-QTDE TO W-SOMA-QTDE
                ELSE
                   MOVE "00" TO ST-EST.
                GO TO LER-PRODUTO2.
       LER-PRODUTO-FIM.
                EXIT.
      *
      ***** ACUMULO NA TABELA DE TIPOS DE PRODUTO *****
      *
       SOMAR-TIPO.
                MOVE 1 TO W-IDX.
       SOMAR-TIPO2.
                IF W-IDX > W-QT-TIPOS
                   IF W-QT-TIPOS = 60
                      GO TO SOMAR-TIPO-FIM
                   ELSE
                      ADD 1 TO W-QT-TIPOS
                      MOVE W-QT-TIPOS TO W-IDX
                      MOVE PRO-TIPO TO TB-TP-COD (W-IDX)
                      GO TO SOMAR-TIPO3.
                IF TB-TP-COD (W-IDX) = PRO-TIPO
                   GO TO SOMAR-TIPO3.
                ADD 1 TO W-IDX
                GO TO SOMAR-TIPO2.
       SOMAR-TIPO3.
                ADD 1       TO TB-TP-ITENS (W-IDX)
                ADD W-VALOR TO TB-TP-VALOR (W-IDX)
                IF W-FAIXA > 0
                   ADD W-VALOR TO TB-TP-PARADO (W-IDX).
       SOMAR-TIPO-FIM.
                EXIT.
      *
      ***** REGISTRO NO ARQUIVO DE CANDIDATOS *****
      *
       GRAVAR-CND.
                MOVE GTP-PRO-COD  TO CND-PRO-COD
                MOVE GTP-LOC      TO CND-LOC
                MOVE PRO-TIPO     TO CND-TIPO
                MOVE GTP-QTDE     TO CND-QTDE
                MOVE W-CUSTO      TO CND-CUS-MEDIO
                MOVE W-VALOR      TO CND-VALOR
                MOVE W-DIAS       TO CND-DIAS
                MOVE W-FAIXA      TO CND-FAIXA
                MOVE GTP-ULT-VDA  TO CND-ULT-VDA
                MOVE GTP-ULT-ENT  TO CND-ULT-ENT
                MOVE PRO-CPF-FORC TO CND-FOR-CPF
                MOVE W-COBERTURA  TO CND-COBERTURA
                WRITE REGCND
                IF ST-CND = "00"
                   ADD 1 TO W-CANDIDATOS
                ELSE
                   MOVE "00" TO ST-CND.
       GRAVAR-CND-FIM.
                EXIT.
      *
       FIM-LOTE.
                CLOSE ARQGTMP ARQPRO
                IF W-TEM-EST = 1
                   CLOSE ARQEST.
                IF W-TEM-CUS = 1
                   CLOSE ARQCUS.
                IF W-GERAR-CND = "S"
                   CLOSE ARQCND.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELATORIO CONCLUIDO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " ===== TOTAIS POR FAIXA DE DIAS SEM VENDA"
                       " ====="
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE 0 TO W-IDX.
       FIM-FAIXA.
                ADD 1 TO W-IDX
                IF W-IDX > 4
                   GO TO FIM-TIPOS.
                MOVE TB-FX-VALOR (W-IDX) TO W-TOTAL-ED
                MOVE SPACES TO SPL-LINHA
                IF W-IDX = 1
                   STRING " COM GIRO (MENOS DE " W-FX1 " DIAS) ITENS: "
                          TB-FX-ITENS (W-IDX) " VALOR: " W-TOTAL-ED
                          DELIMITED BY SIZE INTO SPL-LINHA.
                IF W-IDX = 2
                   STRING " FAIXA 1 (" W-FX1 " DIAS OU MAIS)  ITENS: "
                          TB-FX-ITENS (W-IDX) " VALOR: " W-TOTAL-ED
                          DELIMITED BY SIZE INTO SPL-LINHA.
                IF W-IDX = 3
                   STRING " FAIXA 2 (" W-FX2 " DIAS OU MAIS)  ITENS: "
                          TB-FX-ITENS (W-IDX) " VALOR: " W-TOTAL-ED
                          DELIMITED BY SIZE INTO SPL-LINHA.
                IF W-IDX = 4
                   STRING " FAIXA 3 (" W-FX3 " DIAS OU MAIS)  ITENS: "
                          TB-FX-ITENS (W-IDX) " VALOR: " W-TOTAL-ED
                          DELIMITED BY SIZE INTO SPL-LINHA.
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO FIM-FAIXA.
       FIM-TIPOS.
                MOVE SPACES TO SPL-LINHA
                STRING " ===== TOTAIS POR TIPO DE PRODUTO ====="
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " TIPO     ITENS     VALOR DO ESTOQUE"
                       "    VALOR PARADO (FAIXAS 1-3)"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE 0 TO W-IDX.
       FIM-TIPOS2.
                ADD 1 TO W-IDX
                IF W-IDX > W-QT-TIPOS
                   GO TO FIM-RESUMO.
                MOVE TB-TP-VALOR (W-IDX) TO W-TOTAL-ED
                MOVE TB-TP-PARADO (W-IDX) TO W-VALOR
                MOVE SPACES TO SPL-LINHA
                STRING "   " TB-TP-COD (W-IDX) "   " TB-TP-ITENS (W-IDX)
                       "   " W-TOTAL-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                MOVE W-VALOR TO W-TOTAL-ED
                MOVE W-TOTAL-ED TO SPL-LINHA (44:14)
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO FIM-TIPOS2.
       FIM-RESUMO.
                MOVE W-TOT-VALOR TO W-TOTAL-ED
                MOVE SPACES TO SPL-LINHA
                STRING "ITENS PRODUTO/LOCAL COM SALDO : " W-LIDOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "ITENS LISTADOS                : " W-LISTADOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "VALOR TOTAL DO ESTOQUE (CUSTO): " W-TOTAL-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF W-GERAR-CND = "S"
                   MOVE SPACES TO SPL-LINHA
                   STRING "CANDIDATOS GRAVADOS EM CANDGIRO.DAT: "
                          W-CANDIDATOS
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                GO TO ROT-FIM.
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
      ***************************************
      * GRAVACAO DO LOG DE ERROS DE ARQUIVO  *
      ***************************************
      *
       GRAVAR-ERRO.
                ACCEPT ERR-DATA FROM DATE YYYYMMDD
                ACCEPT ERR-HORA FROM TIME
                MOVE "RELGIRO" TO ERR-PROGRAMA
                WRITE REGERRO.
       GRAVAR-ERRO-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
                CLOSE ARQERRO.
       ROT-FIM2.
                MOVE "F" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                EXIT PROGRAM.
