       IDENTIFICATION DIVISION.
       PROGRAM-ID. BXLOTE.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * BAIXA DOS LOTES VENCIDOS                     *
      * LISTA OS LOTES COM SALDO (ARQLOTE) CUJA      *
      * VALIDADE JA PASSOU E, APOS CONFIRMACAO,      *
      * BAIXA O SALDO DE CADA UM COM MOVIMENTO DE    *
      * SAIDA NO ARQMOV COM O MOTIVO VEN (LOTE       *
      * VENCIDO, CRIADO NA TABELA ARQMOT SE AINDA    *
      * NAO EXISTIR), ATUALIZANDO O PRO-QTDE, O      *
      * SALDO DO LOCAL (ARQSLD) E A AUDITORIA        *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-LOT.
       SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-COD
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PRO-DESC
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-BARRAS
                                   WITH DUPLICATES.
       SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-NUM
                    FILE STATUS  IS ST-MOV
                    ALTERNATE RECORD KEY IS MOV-PRO-COD
                                   WITH DUPLICATES.
       SELECT ARQMOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOT-COD
                    FILE STATUS  IS ST-MOT.
       SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUD-CHAVE
                    FILE STATUS  IS ST-AUD.
       SELECT ARQSLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SLD-CHAVE
                    FILE STATUS  IS ST-SLD.
       SELECT ARQLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOC-COD
                    FILE STATUS  IS ST-LOC.
       SELECT ARQNUM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-SERIE
                    FILE STATUS  IS ST-NUM.
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
       FD ARQMOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOT.DAT".
       01 REGMOT.
                03 MOT-COD        PIC X(03).
                03 MOT-DESC       PIC X(30).
                03 MOT-PERDA      PIC X(01).
                03 MOT-SIT        PIC X(01).
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
       FD ARQSLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSLD.DAT".
       01 REGSLD.
                03 SLD-CHAVE.
                   05 SLD-PRO-COD    PIC 9(08).
                   05 SLD-LOC        PIC X(02).
                03 SLD-QTDE          PIC 9(06).
      *
       FD ARQLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOC.DAT".
       01 REGLOC.
                03 LOC-COD        PIC X(02).
                03 LOC-NOME       PIC X(20).
      *
       FD ARQNUM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNUM.DAT".
       01 REGNUM.
                03 NUM-SERIE      PIC X(08).
                03 NUM-PROXIMO    PIC 9(08).
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
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-LOT         PIC X(02) VALUE "00".
       77 ST-MOV         PIC X(02) VALUE "00".
       77 ST-MOT         PIC X(02) VALUE "00".
       77 ST-AUD         PIC X(02) VALUE "00".
       77 ST-SLD         PIC X(02) VALUE "00".
       77 ST-LOC         PIC X(02) VALUE "00".
       77 ST-NUM         PIC X(02) VALUE "00".
       77 ST-PER         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-OPERADOR     PIC X(20) VALUE SPACES.
       77 W-LOC          PIC X(02) VALUE SPACES.
       77 W-MOT-VENC     PIC X(03) VALUE "VEN".
       77 W-HOJE-AMD     PIC 9(08) VALUE ZEROS.
       77 W-DATA-BAIXA   PIC 9(08) VALUE ZEROS.
       77 W-TEM-PER      PIC 9(01) VALUE ZEROS.
       77 W-PER-OK       PIC 9(01) VALUE ZEROS.
       77 W-DATA-PER     PIC 9(08) VALUE ZEROS.
       77 W-MOV-PROX     PIC 9(08) VALUE ZEROS.
       77 W-LISTADOS     PIC 9(06) VALUE ZEROS.
       77 W-BAIXADOS     PIC 9(06) VALUE ZEROS.
       77 W-REJEITADOS   PIC 9(06) VALUE ZEROS.
       77 W-TOT-QTDE     PIC 9(09) VALUE ZEROS.
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
       01 JRN-ANT-LOTE         PIC X(32).
       01 JRN-ANT-NUM          PIC X(16).
       01 JRN-ANT-PRO          PIC X(106).
       01 JRN-ANT-SLD          PIC X(16).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY "*** BXLOTE - BAIXA DOS LOTES VENCIDOS ***".
      *
       PEDIR-OPERADOR.
                DISPLAY "OPERADOR RESPONSAVEL                      : "
                        WITH NO ADVANCING
                ACCEPT W-OPERADOR
                IF W-OPERADOR = SPACES
                   DISPLAY "*** OPERADOR DEVE SER INFORMADO ***"
                   GO TO PEDIR-OPERADOR.
      *
       ABRIR-ARQ.
                OPEN I-O ARQLOTE
                IF ST-LOT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQLOTE: "
                           ST-LOT
                   GO TO ROT-FIM2.
                OPEN I-O ARQPRO
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPRO: "
                           ST-ERRO
                   CLOSE ARQLOTE
                   GO TO ROT-FIM2.
                OPEN I-O ARQMOV
                IF ST-MOV NOT = "00"
                   IF ST-MOV = "30" OR "35"
                      OPEN OUTPUT ARQMOV
                      CLOSE ARQMOV
                      OPEN I-O ARQMOV
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQMOV: "
                              ST-MOV
                      CLOSE ARQLOTE ARQPRO
                      GO TO ROT-FIM2.
                OPEN I-O ARQMOT
                IF ST-MOT NOT = "00"
                   IF ST-MOT = "30" OR "35"
                      OPEN OUTPUT ARQMOT
                      CLOSE ARQMOT
                      OPEN I-O ARQMOT
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQMOT: "
                              ST-MOT
                      CLOSE ARQLOTE ARQPRO ARQMOV
                      GO TO ROT-FIM2.
                OPEN I-O ARQAUD
                IF ST-AUD NOT = "00"
                   IF ST-AUD = "30" OR "35"
                      OPEN OUTPUT ARQAUD
                      CLOSE ARQAUD
                      OPEN I-O ARQAUD
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQ AUDITORIA : "
                              ST-AUD
                      CLOSE ARQLOTE ARQPRO ARQMOV ARQMOT
                      GO TO ROT-FIM2.
                OPEN I-O ARQSLD
                IF ST-SLD NOT = "00"
                   IF ST-SLD = "30" OR "35"
                      OPEN OUTPUT ARQSLD
                      CLOSE ARQSLD
                      OPEN I-O ARQSLD
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQ SALDO LOCAL: "
                              ST-SLD
                      CLOSE ARQLOTE ARQPRO ARQMOV ARQMOT ARQAUD
                      GO TO ROT-FIM2.
                OPEN INPUT ARQLOC
                IF ST-LOC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQ DE LOCAIS : "
                           ST-LOC
                   CLOSE ARQLOTE ARQPRO ARQMOV ARQMOT ARQAUD ARQSLD
                   GO TO ROT-FIM2.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
       ABRIR-PER.
                OPEN INPUT ARQPER
                IF ST-PER = "00"
                   MOVE 1 TO W-TEM-PER
                ELSE
                   MOVE 0 TO W-TEM-PER
                   MOVE "00" TO ST-PER.
       ABRIR-SERIE.
                PERFORM ABRIR-NUM-MOV THRU ABRIR-NUM-MOV-FIM.
      *
      ***************************************
      * MOTIVO DA BAIXA: VEN (LOTE VENCIDO), *
      * CRIADO COMO PERDA SE AINDA NAO       *
      * CADASTRADO NO ARQMOT                 *
      ***************************************
      *
       GARANTIR-MOTIVO.
                MOVE W-MOT-VENC TO MOT-COD
                READ ARQMOT
                IF ST-MOT = "00"
                   GO TO PEDIR-LOCAL.
                MOVE "00" TO ST-MOT
                MOVE W-MOT-VENC     TO MOT-COD
                MOVE "LOTE VENCIDO" TO MOT-DESC
                MOVE "S"            TO MOT-PERDA
                MOVE "A"            TO MOT-SIT
                WRITE REGMOT
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-MOT THRU DIARIO-MOT-FIM
                IF ST-MOT NOT = "00" AND NOT = "02"
                   DISPLAY "*** MOTIVO " W-MOT-VENC
                           " NAO CRIADO NO ARQMOT ***"
                   MOVE "00" TO ST-MOT.
      *
       PEDIR-LOCAL.
                DISPLAY "LOCAL DO ESTOQUE VENCIDO (BRANCO=01)      : "
                        WITH NO ADVANCING
                MOVE SPACES TO W-LOC
                ACCEPT W-LOC
                IF W-LOC = SPACES
                   MOVE "01" TO W-LOC.
                MOVE W-LOC TO LOC-COD
                READ ARQLOC
                IF ST-LOC NOT = "00"
                   MOVE "00" TO ST-LOC
                   DISPLAY "*** LOCAL NAO CADASTRADO ***"
                   GO TO PEDIR-LOCAL.
      *
       PEDIR-DATA.
                ACCEPT W-HOJE-AMD FROM DATE YYYYMMDD
                MOVE W-HOJE-AMD (7:2) TO W-DATA-BAIXA (1:2)
                MOVE W-HOJE-AMD (5:2) TO W-DATA-BAIXA (3:2)
                MOVE W-HOJE-AMD (1:4) TO W-DATA-BAIXA (5:4)
                MOVE W-DATA-BAIXA TO W-DATA-PER
                PERFORM VERIF-PERIODO THRU VERIF-PERIODO-FIM
                IF W-PER-OK = 0
                   DISPLAY "*** PERIODO CONTABIL FECHADO ***"
                   GO TO FIM-LOTE.
      *
      ***** 1A PASSADA - LISTA DOS LOTES VENCIDOS COM SALDO *****
      *
       LISTAR.
                DISPLAY " ===== LOTES VENCIDOS ATE " W-HOJE-AMD
                        " (AAAAMMDD) ===== "
                DISPLAY "   PRODUTO   LOTE        VALIDADE     QTDE"
                MOVE ZEROS  TO W-LISTADOS W-TOT-QTDE
                MOVE LOW-VALUES TO LOT-CHAVE
                START ARQLOTE KEY IS NOT LESS LOT-CHAVE INVALID KEY
                      MOVE "10" TO ST-LOT.
                IF ST-LOT NOT = "00"
                   MOVE "00" TO ST-LOT
                   GO TO LISTAR-FIM.
       LISTAR-LOOP.
                READ ARQLOTE NEXT
                   AT END MOVE "10" TO ST-LOT.
                MOVE REGLOTE TO JRN-ANT-LOTE
                IF ST-LOT NOT = "00"
                   MOVE "00" TO ST-LOT
                   GO TO LISTAR-FIM.
                IF LOT-QTDE = ZEROS OR LOT-VALIDADE NOT < W-HOJE-AMD
                   GO TO LISTAR-LOOP.
                ADD 1        TO W-LISTADOS
                ADD LOT-QTDE TO W-TOT-QTDE
                DISPLAY "   " LOT-PRO-COD "  " LOT-NUMERO "  "
                        LOT-VALIDADE "  " LOT-QTDE
                GO TO LISTAR-LOOP.
       LISTAR-FIM.
                DISPLAY "LOTES VENCIDOS COM SALDO : " W-LISTADOS
                DISPLAY "QUANTIDADE A BAIXAR      : " W-TOT-QTDE
                IF W-LISTADOS = ZEROS
                   DISPLAY "*** NENHUM LOTE VENCIDO A BAIXAR ***"
                   GO TO FIM-LOTE.
      *
       CONFIRMAR.
                DISPLAY "BAIXAR OS LOTES LISTADOS (S/N)            : "
                        WITH NO ADVANCING
                ACCEPT W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   DISPLAY "*** BAIXA CANCELADA ***"
                   GO TO FIM-LOTE.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO CONFIRMAR.
      *
      ***** 2A PASSADA - BAIXA DOS LOTES VENCIDOS *****
      *
       BAIXAR.
                MOVE "BXLOTE" TO SPL-PROGRAMA
                MOVE W-OPERADOR TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** BXLOTE - BAIXA DE LOTES VENCIDOS EM "
                       W-DATA-BAIXA " LOCAL " W-LOC " ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "   PRODUTO   LOTE        VALIDADE     QTDE"
                       "  MOVIMENTO"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE ZEROS TO W-BAIXADOS W-REJEITADOS W-TOT-QTDE
                MOVE LOW-VALUES TO LOT-CHAVE
                START ARQLOTE KEY IS NOT LESS LOT-CHAVE INVALID KEY
                      MOVE "10" TO ST-LOT.
                IF ST-LOT NOT = "00"
                   MOVE "00" TO ST-LOT
                   GO TO BAIXAR-FIM.
       BAIXAR-LOOP.
                READ ARQLOTE NEXT
                   AT END MOVE "10" TO ST-LOT.
                MOVE REGLOTE TO JRN-ANT-LOTE
                IF ST-LOT NOT = "00"
                   MOVE "00" TO ST-LOT
                   GO TO BAIXAR-FIM.
                IF LOT-QTDE = ZEROS OR LOT-VALIDADE NOT < W-HOJE-AMD
                   GO TO BAIXAR-LOOP.
                MOVE LOT-PRO-COD TO PRO-COD
                READ ARQPRO
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   ADD 1 TO W-REJEITADOS
                   MOVE SPACES TO SPL-LINHA
                   STRING "   " LOT-PRO-COD "  " LOT-NUMERO
                          "  *** PRODUTO NAO ENCONTRADO ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO BAIXAR-LOOP.
                PERFORM OBTER-NUM-MOV THRU OBTER-NUM-MOV-FIM
                MOVE PRO-COD      TO MOV-PRO-COD
                MOVE "S"          TO MOV-TIPO
                MOVE LOT-QTDE     TO MOV-QTDE
                MOVE W-DATA-BAIXA TO MOV-DATA
                MOVE ZEROS        TO MOV-CPF-FORC
                MOVE W-LOC        TO MOV-LOC
                MOVE SPACES       TO MOV-LOC-DEST
                MOVE W-MOT-VENC   TO MOV-MOTIVO
                WRITE REGMOV
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-MOV THRU DIARIO-MOV-FIM
                IF ST-MOV NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-MOV
                   ADD 1 TO W-REJEITADOS
                   MOVE SPACES TO SPL-LINHA
                   STRING "   " LOT-PRO-COD "  " LOT-NUMERO
                          "  *** MOVIMENTO NAO GRAVADO ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO BAIXAR-LOOP.
                IF MOV-QTDE > PRO-QTDE
                   MOVE ZEROS TO PRO-QTDE
                ELSE
                   SUBTRACT MOV-QTDE FROM PRO-QTDE.
                ADD 1 TO PRO-VERSAO
                REWRITE REGPRO
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PRO THRU DIARIO-PRO-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-ERRO
                   DISPLAY "*** SALDO NAO ATUALIZADO P/ " PRO-COD
                           " ***".
                PERFORM ATU-SALDO-LOC THRU ATU-SALDO-LOC-FIM
                MOVE ZEROS TO LOT-QTDE
                REWRITE REGLOTE
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-LOTE THRU DIARIO-LOTE-FIM
                IF ST-LOT NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-LOT
                   DISPLAY "*** SALDO DO LOTE NAO ATUALIZADO ***".
                MOVE "A" TO AUD-OPERACAO
                PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                ADD 1        TO W-BAIXADOS
                ADD MOV-QTDE TO W-TOT-QTDE
                MOVE SPACES TO SPL-LINHA
                STRING "   " LOT-PRO-COD "  " LOT-NUMERO "  "
                       LOT-VALIDADE "  " MOV-QTDE "  " MOV-NUM
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "             " PRO-DESC
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO BAIXAR-LOOP.
       BAIXAR-FIM.
                MOVE SPACES TO SPL-LINHA
                STRING "LOTES BAIXADOS       : " W-BAIXADOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "LOTES NAO BAIXADOS   : " W-REJEITADOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "QUANTIDADE BAIXADA   : " W-TOT-QTDE
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE "F" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
      *
       FIM-LOTE.
                CLOSE ARQLOTE ARQPRO ARQMOV ARQMOT ARQAUD ARQSLD
                      ARQLOC ARQNUM
                IF W-TEM-PER = 1
                   CLOSE ARQPER.
                DISPLAY "*** BAIXA DE LOTES VENCIDOS ENCERRADA ***"
                GO TO ROT-FIM.
      *
      ***************************************
      * ATUALIZACAO DO SALDO DO PRODUTO NO   *
      * LOCAL DA BAIXA (ARQSLD)              *
      ***************************************
      *
       ATU-SALDO-LOC.
                MOVE MOV-PRO-COD TO SLD-PRO-COD
                MOVE W-LOC       TO SLD-LOC
                READ ARQSLD
                MOVE REGSLD TO JRN-ANT-SLD
                IF ST-SLD NOT = "00"
                   MOVE "00" TO ST-SLD
                   GO TO ATU-SALDO-LOC-FIM.
                IF MOV-QTDE > SLD-QTDE
                   MOVE ZEROS TO SLD-QTDE
                ELSE
                   SUBTRACT MOV-QTDE FROM SLD-QTDE.
                REWRITE REGSLD
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-SLD THRU DIARIO-SLD-FIM
                IF ST-SLD NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-SLD
                   DISPLAY "*** SALDO DO LOCAL NAO ATUALIZADO ***".
       ATU-SALDO-LOC-FIM.
                EXIT.
      *
      ***************************************
      * NUMERACAO AUTOMATICA DO MOVIMENTO    *
      * (SERIE MOVIMENT NO ARQNUM)           *
      ***************************************
      *
       ABRIR-NUM-MOV.
           OPEN I-O ARQNUM
           IF ST-NUM NOT = "00"
               IF ST-NUM = "30"
                      OPEN OUTPUT ARQNUM
                      CLOSE ARQNUM
                      GO TO ABRIR-NUM-MOV
               ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQ NUMERACAO: "
                              ST-NUM
                      GO TO ABRIR-NUM-MOV-FIM
           ELSE
                    NEXT SENTENCE.
                MOVE "MOVIMENT" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM NOT = "00"
                   MOVE "00" TO ST-NUM
                   PERFORM ACHAR-PROX-MOV THRU ACHAR-PROX-MOV-FIM
                   MOVE "MOVIMENT" TO NUM-SERIE
                   MOVE W-MOV-PROX TO NUM-PROXIMO
                   WRITE REGNUM
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                   IF ST-NUM NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-NUM
                      DISPLAY "*** SERIE DE NUMERACAO NAO CRIADA ***".
       ABRIR-NUM-MOV-FIM.
                EXIT.
      *
       OBTER-NUM-MOV.
                MOVE "MOVIMENT" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM NOT = "00"
                   MOVE "00" TO ST-NUM
                   MOVE 1    TO NUM-PROXIMO.
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
      * PROXIMO NUMERO LIVRE DE MOVIMENTO    *
      * (SEMENTE DA SERIE NA PRIMEIRA VEZ)   *
      ***************************************
      *
       ACHAR-PROX-MOV.
                MOVE 1 TO W-MOV-PROX
                MOVE ZEROS TO MOV-NUM
                START ARQMOV KEY IS NOT LESS MOV-NUM INVALID KEY
                      MOVE "10" TO ST-MOV.
                IF ST-MOV NOT = "00"
                   MOVE "00" TO ST-MOV
                   GO TO ACHAR-PROX-MOV-FIM.
       ACHAR-PROX-MOV2.
                READ ARQMOV NEXT
                   AT END MOVE "10" TO ST-MOV.
                IF ST-MOV = "00"
                   COMPUTE W-MOV-PROX = MOV-NUM + 1
                   GO TO ACHAR-PROX-MOV2.
                MOVE "00" TO ST-MOV.
       ACHAR-PROX-MOV-FIM.
                EXIT.
      *
      ***************************************
      * GRAVACAO DA TRILHA DE AUDITORIA      *
      ***************************************
      *
       GRAVAR-AUDITORIA.
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                ACCEPT AUD-HORA FROM TIME
                MOVE "ARQLOTE"   TO AUD-ARQUIVO
                MOVE LOT-CHAVE   TO AUD-CHAVE-REG
                MOVE W-OPERADOR  TO AUD-OPERADOR
                WRITE REGAUD
                IF ST-AUD NOT = "00"
                   MOVE "00" TO ST-AUD
                   DISPLAY "*** TRILHA AUDITORIA NAO GRAVADA ***".
       GRAVAR-AUDITORIA-FIM.
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
      ***************************************
      * GRAVACAO DO LOG DE ERROS DE ARQUIVO  *
      ***************************************
      *
       GRAVAR-ERRO.
                ACCEPT ERR-DATA FROM DATE YYYYMMDD
                ACCEPT ERR-HORA FROM TIME
                MOVE "BXLOTE" TO ERR-PROGRAMA
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
                MOVE "BXLOTE"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
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
       DIARIO-MOV.
                MOVE "ARQMOV"     TO JRN-ARQUIVO
                MOVE ST-MOV       TO JRN-STATUS
                MOVE REGMOV TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-MOV-FIM.
                EXIT.
       DIARIO-PRO.
                MOVE "ARQPRO"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PRO TO JRN-ANTES
                ELSE
                   MOVE REGPRO TO JRN-ANTES.
                MOVE REGPRO TO JRN-DEPOIS JRN-ANT-PRO
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PRO-FIM.
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
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
                CLOSE ARQERRO
                EXIT PROGRAM.
       ROT-FIM2.
                EXIT PROGRAM.
