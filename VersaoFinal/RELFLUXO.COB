      * COMBINA OS TITULOS EM ABERTO DO CONTAS A     *
      * RECEBER (ARQCR) E DO CONTAS A PAGAR (ARQCP)  *
      * POR DATA DE VENCIMENTO, DIA A DIA, COM SALDO *
      * PROJETADO ACUMULADO. ENTRAM TAMBEM OS        *
      * CHEQUES EM CUSTODIA E OS REPASSES PREVISTOS  *
      * DAS OPERADORAS DE CARTAO (ARQRCT)            *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-CHAVE
                    FILE STATUS  IS ST-CHQ.
       SELECT ARQRCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCT-CHAVE
                    FILE STATUS  IS ST-RCT.
       SELECT ARQFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                03 CP-DATA-VENC       PIC 9(08).
                03 CP-STATUS          PIC X(01).
                03 CP-DATA-PGTO       PIC 9(08).
                03 CP-DESPESA         PIC 9(03).
                03 CP-CCUSTO          PIC 9(03).
      *
       FD ARQCHQ
               LABEL RECORD IS STANDARD
                03 CHQ-BOM-PARA      PIC 9(08).
                03 CHQ-CPF-EMIT      PIC 9(14).
                03 CHQ-STATUS        PIC X(01).
      *
       FD ARQRCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRCT.DAT".
       01 REGRCT.
                03 RCT-CHAVE.
                   05 RCT-NUM-NOTA    PIC 9(08).
                   05 RCT-PARCELA     PIC 9(02).
                   05 RCT-SEQ         PIC 9(03).
                   05 RCT-PCART       PIC 9(02).
                03 RCT-OPC-COD        PIC 9(03).
                03 RCT-MODAL          PIC X(01).
                03 RCT-DATA-VDA       PIC 9(08).
                03 RCT-VALOR          PIC 9(10).
                03 RCT-TAXA           PIC 9(03)V99.
                03 RCT-VALOR-TAXA     PIC 9(10).
                03 RCT-VALOR-LIQ      PIC 9(10).
                03 RCT-DATA-PREV      PIC 9(08).
                03 RCT-STATUS         PIC X(01).
                03 RCT-DATA-LIQ       PIC 9(08).
                03 RCT-VALOR-REC      PIC 9(10).
      *
       FD ARQFER
               LABEL RECORD IS STANDARD
       77 ST-FER         PIC X(02) VALUE "00".
       77 ST-CHQ         PIC X(02) VALUE "00".
       77 W-LIDOS-CHQ    PIC 9(08) VALUE ZEROS.
       77 ST-RCT         PIC X(02) VALUE "00".
       77 W-LIDOS-RCT    PIC 9(08) VALUE ZEROS.
       77 W-TEM-FER      PIC 9(01) VALUE ZEROS.
       77 W-DIA-SEM      PIC 9(01) VALUE ZEROS.
       01 TB-FLUXO.
                OPEN INPUT ARQCHQ
                IF ST-CHQ NOT = "00"
                   MOVE "00" TO ST-CHQ
                   GO TO ABRIR-RCT.
       LER-CHQ.
                READ ARQCHQ NEXT RECORD
                IF ST-CHQ NOT = "00"
                   MOVE "00" TO ST-CHQ
                   CLOSE ARQCHQ
                   GO TO ABRIR-RCT.
                ADD 1 TO W-LIDOS-CHQ.
                IF CHQ-STATUS NOT = "C"
                   GO TO LER-CHQ.
                   GO TO LER-CHQ.
                ADD CHQ-VALOR TO TB-ENTRADA (W-IDX)
                GO TO LER-CHQ.
      *
      ***************************************
      * RECEBIVEIS DE CARTAO EM ABERTO       *
      * (ARQRCT STATUS A): ENTRADA DO VALOR  *
      * LIQUIDO NA DATA PREVISTA DO REPASSE  *
      * DA OPERADORA. OS TITULOS PAGOS EM    *
      * CARTAO JA ESTAO LIQUIDADOS NO ARQCR  *
      ***************************************
      *
       ABRIR-RCT.
                OPEN INPUT ARQRCT
                IF ST-RCT NOT = "00"
                   MOVE "00" TO ST-RCT
                   GO TO ABRIR-CP.
       LER-RCT.
                READ ARQRCT NEXT RECORD
                IF ST-RCT NOT = "00"
                   MOVE "00" TO ST-RCT
                   CLOSE ARQRCT
                   GO TO ABRIR-CP.
                IF RCT-STATUS NOT = "A"
                   GO TO LER-RCT.
                ADD 1 TO W-LIDOS-RCT
                MOVE RCT-DATA-PREV TO W-DIA-DDMM
                PERFORM CALC-OFFSET THRU CALC-OFFSET-FIM
                IF W-IDX = ZEROS
                   GO TO LER-RCT.
                ADD RCT-VALOR-LIQ TO TB-ENTRADA (W-IDX)
                GO TO LER-RCT.
      *
       ABRIR-CP.
                OPEN INPUT ARQCP
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "REPASSES DE CARTAO      : " W-LIDOS-RCT
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "TITULOS A PAGAR LIDOS   : " W-LIDOS-CP
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
