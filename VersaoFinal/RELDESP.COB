       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDESP.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * DESPESAS DO MES POR CENTRO DE CUSTO E       *
      * CATEGORIA DE DESPESA (ARQCP): VALOR COM     *
      * VENCIMENTO NO MES, VALOR PAGO NO MES E O    *
      * QUE VENCEU NO MES E CONTINUA EM ABERTO,     *
      * COM SUBTOTAL POR CENTRO (E SEU LOCAL DE     *
      * ESTOQUE) E TOTAL GERAL. TITULOS SEM         *
      * CLASSIFICACAO SAEM NO CODIGO 000            *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQCP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CP-NUM
                    FILE STATUS  IS ST-CP
                    ALTERNATE RECORD KEY IS CP-FOR-CPF
                                   WITH DUPLICATES.
       SELECT ARQDSP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DSP-COD
                    FILE STATUS  IS ST-DSP.
       SELECT ARQCCU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CCU-COD
                    FILE STATUS  IS ST-CCU.
       SELECT ARQLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOC-COD
                    FILE STATUS  IS ST-LOC.
       SELECT ARQDTMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DTP-CHAVE
                    FILE STATUS  IS ST-DTP.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD ARQDSP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDSP.DAT".
       01 REGDSP.
                03 DSP-COD       PIC 9(03).
                03 DSP-NOME      PIC X(30).
                03 DSP-CONTA     PIC 9(06).
      *
       FD ARQCCU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCCU.DAT".
       01 REGCCU.
                03 CCU-COD       PIC 9(03).
                03 CCU-NOME      PIC X(30).
                03 CCU-TIPO      PIC X(01).
                03 CCU-LOC       PIC X(02).
      *
       FD ARQLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOC.DAT".
       01 REGLOC.
                03 LOC-COD     PIC X(02).
                03 LOC-NOME      PIC X(20).
      *
       FD ARQDTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDTMP.DAT".
       01 REGDTP.
                03 DTP-CHAVE.
                   05 DTP-CCU         PIC 9(03).
                   05 DTP-DSP         PIC 9(03).
                03 DTP-VENCER         PIC 9(12).
                03 DTP-PAGO           PIC 9(12).
                03 DTP-ABERTO         PIC 9(12).
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
       77 ST-CP          PIC X(02) VALUE "00".
       77 ST-DSP         PIC X(02) VALUE "00".
       77 ST-CCU         PIC X(02) VALUE "00".
       77 ST-LOC         PIC X(02) VALUE "00".
       77 ST-DTP         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-TEM-DSP      PIC 9(01) VALUE ZEROS.
       77 W-TEM-CCU      PIC 9(01) VALUE ZEROS.
       77 W-TEM-LOC      PIC 9(01) VALUE ZEROS.
       77 W-PERIODO      PIC 9(06) VALUE ZEROS.
       77 W-FIL-CCU      PIC 9(03) VALUE ZEROS.
       77 W-CCU-ANT      PIC 9(03) VALUE ZEROS.
       77 W-PRIM-CCU     PIC 9(01) VALUE ZEROS.
       77 W-LIDOS        PIC 9(08) VALUE ZEROS.
       77 W-SUB-VENCER   PIC 9(12) VALUE ZEROS.
       77 W-SUB-PAGO     PIC 9(12) VALUE ZEROS.
       77 W-SUB-ABERTO   PIC 9(12) VALUE ZEROS.
       77 W-TOT-VENCER   PIC 9(12) VALUE ZEROS.
       77 W-TOT-PAGO     PIC 9(12) VALUE ZEROS.
       77 W-TOT-ABERTO   PIC 9(12) VALUE ZEROS.
       77 W-VENCER-ED    PIC ZZZZZZZZZZZ9.
       77 W-PAGO-ED      PIC ZZZZZZZZZZZ9.
       77 W-ABERTO-ED    PIC ZZZZZZZZZZZ9.
       77 W-TIPO-DESC    PIC X(13) VALUE SPACES.
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
                03 SPL-PROGRAMA   PIC X(08).
                03 SPL-LINHA      PIC X(80).
                03 SPL-OPER       PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "RELDESP" TO SPL-PROGRAMA
                MOVE SPACES TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELDESP - DESPESAS POR CENTRO DE CUSTO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       PEDIR-PERIODO.
                DISPLAY "MES DE REFERENCIA (MMAAAA)                : "
                        WITH NO ADVANCING
                ACCEPT W-PERIODO
                IF W-PERIODO = ZEROS OR
                   W-PERIODO (1:2) < "01" OR W-PERIODO (1:2) > "12"
                   DISPLAY "*** MES INVALIDO - USE MMAAAA ***"
                   GO TO PEDIR-PERIODO.
       PEDIR-FILTRO.
                DISPLAY "CENTRO DE CUSTO (000 = TODOS)             : "
                        WITH NO ADVANCING
                ACCEPT W-FIL-CCU.
      *
       ABRIR-ARQ.
                OPEN INPUT ARQCP
                IF ST-CP NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQ CONTAS A PAGAR: "
                          ST-CP
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO ROT-FIM2.
                OPEN OUTPUT ARQDTMP
                CLOSE ARQDTMP
                OPEN I-O ARQDTMP
                IF ST-DTP NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQ DE TRABALHO: "
                          ST-DTP
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQCP
                   GO TO ROT-FIM2.
                OPEN INPUT ARQDSP
                IF ST-DSP = "00"
                   MOVE 1 TO W-TEM-DSP
                ELSE
                   MOVE 0 TO W-TEM-DSP
                   MOVE "00" TO ST-DSP.
                OPEN INPUT ARQCCU
                IF ST-CCU = "00"
                   MOVE 1 TO W-TEM-CCU
                ELSE
                   MOVE 0 TO W-TEM-CCU
                   MOVE "00" TO ST-CCU.
                OPEN INPUT ARQLOC
                IF ST-LOC = "00"
                   MOVE 1 TO W-TEM-LOC
                ELSE
                   MOVE 0 TO W-TEM-LOC
                   MOVE "00" TO ST-LOC.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
      *
      ***************************************
      * ACUMULACAO POR CENTRO E CATEGORIA:   *
      * VENCIMENTO NO MES (E SE AINDA ABERTO)*
      * E PAGAMENTO NO MES                   *
      ***************************************
      *
       ACUMULAR.
                READ ARQCP NEXT
                   AT END MOVE "10" TO ST-CP.
                IF ST-CP NOT = "00"
                   MOVE "00" TO ST-CP
                   GO TO IMPRIMIR.
                ADD 1 TO W-LIDOS
                IF W-FIL-CCU NOT = ZEROS AND CP-CCUSTO NOT = W-FIL-CCU
                   GO TO ACUMULAR.
                IF CP-DATA-VENC (3:6) NOT = W-PERIODO AND
                   (CP-STATUS NOT = "P" OR
                    CP-DATA-PGTO (3:6) NOT = W-PERIODO)
                   GO TO ACUMULAR.
                MOVE CP-CCUSTO  TO DTP-CCU
                MOVE CP-DESPESA TO DTP-DSP
                READ ARQDTMP
                IF ST-DTP NOT = "00"
                   MOVE "00" TO ST-DTP
                   MOVE CP-CCUSTO  TO DTP-CCU
                   MOVE CP-DESPESA TO DTP-DSP
                   MOVE ZEROS TO DTP-VENCER DTP-PAGO DTP-ABERTO
                   WRITE REGDTP.
                IF CP-DATA-VENC (3:6) = W-PERIODO
                   ADD CP-VALOR TO DTP-VENCER
                   IF CP-STATUS NOT = "P"
                      ADD CP-VALOR TO DTP-ABERTO
                   END-IF
                END-IF
                IF CP-STATUS = "P" AND
                   CP-DATA-PGTO (3:6) = W-PERIODO
                   ADD CP-VALOR TO DTP-PAGO.
                REWRITE REGDTP
                IF ST-DTP NOT = "00"
                   MOVE "00" TO ST-DTP.
                GO TO ACUMULAR.
      *
      ***** IMPRESSAO POR CENTRO DE CUSTO *****
      *
       IMPRIMIR.
                MOVE SPACES TO SPL-LINHA
                STRING " ===== DESPESAS DO MES " W-PERIODO (1:2) "/"
                       W-PERIODO (3:4) " - PREVISTO X REALIZADO ====="
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "   CATEGORIA                          "
                       "VENCE NO MES   PAGO NO MES  VENC. ABERTO"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE 1 TO W-PRIM-CCU
                MOVE ZEROS TO DTP-CHAVE
                START ARQDTMP KEY IS NOT LESS DTP-CHAVE INVALID KEY
                      MOVE "10" TO ST-DTP.
                IF ST-DTP NOT = "00"
                   MOVE "00" TO ST-DTP
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** NENHUM TITULO NO MES ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO FIM-LOTE.
       IMPRIMIR2.
                READ ARQDTMP NEXT
                   AT END MOVE "10" TO ST-DTP.
                IF ST-DTP NOT = "00"
                   MOVE "00" TO ST-DTP
                   IF W-PRIM-CCU = 0
                      PERFORM IMPRIMIR-SUBTOT THRU IMPRIMIR-SUBTOT-FIM
                   END-IF
                   GO TO IMPRIMIR-TOTAL.
                IF W-PRIM-CCU = 1 OR DTP-CCU NOT = W-CCU-ANT
                   IF W-PRIM-CCU = 0
                      PERFORM IMPRIMIR-SUBTOT THRU IMPRIMIR-SUBTOT-FIM
                   END-IF
                   PERFORM QUEBRA-CCU THRU QUEBRA-CCU-FIM.
                MOVE SPACES TO DSP-NOME
                IF DTP-DSP = ZEROS
                   MOVE "SEM CATEGORIA" TO DSP-NOME
                ELSE
                   IF W-TEM-DSP = 1
                      MOVE DTP-DSP TO DSP-COD
                      READ ARQDSP
                      IF ST-DSP NOT = "00"
                         MOVE "00" TO ST-DSP
                         MOVE "(NAO CADASTRADA)" TO DSP-NOME.
                MOVE DTP-VENCER TO W-VENCER-ED
                MOVE DTP-PAGO   TO W-PAGO-ED
                MOVE DTP-ABERTO TO W-ABERTO-ED
                MOVE SPACES TO SPL-LINHA
                STRING "   " DTP-DSP " " DSP-NOME " " W-VENCER-ED
                       "  " W-PAGO-ED "  " W-ABERTO-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                ADD DTP-VENCER TO W-SUB-VENCER
                ADD DTP-PAGO   TO W-SUB-PAGO
                ADD DTP-ABERTO TO W-SUB-ABERTO
                GO TO IMPRIMIR2.
       IMPRIMIR-TOTAL.
                MOVE W-TOT-VENCER TO W-VENCER-ED
                MOVE W-TOT-PAGO   TO W-PAGO-ED
                MOVE W-TOT-ABERTO TO W-ABERTO-ED
                MOVE SPACES TO SPL-LINHA
                STRING " TOTAL GERAL                         "
                       W-VENCER-ED "  " W-PAGO-ED "  " W-ABERTO-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO FIM-LOTE.
      *
      ***************************************
      * CABECALHO DO CENTRO DE CUSTO COM O   *
      * TIPO E O LOCAL DE ESTOQUE LIGADO     *
      ***************************************
      *
       QUEBRA-CCU.
                MOVE 0 TO W-PRIM-CCU
                MOVE DTP-CCU TO W-CCU-ANT
                MOVE ZEROS TO W-SUB-VENCER W-SUB-PAGO W-SUB-ABERTO
                MOVE SPACES TO CCU-NOME CCU-TIPO CCU-LOC LOC-NOME
                                W-TIPO-DESC
                IF DTP-CCU = ZEROS
                   MOVE "SEM CENTRO DE CUSTO" TO CCU-NOME
                ELSE
                   IF W-TEM-CCU = 1
                      MOVE DTP-CCU TO CCU-COD
                      READ ARQCCU
                      IF ST-CCU NOT = "00"
                         MOVE "00" TO ST-CCU
                         MOVE "(NAO CADASTRADO)" TO CCU-NOME
                         MOVE SPACES TO CCU-TIPO CCU-LOC.
                EVALUATE CCU-TIPO
                   WHEN "L" MOVE "LOJA"          TO W-TIPO-DESC
                   WHEN "D" MOVE "DEPOSITO"      TO W-TIPO-DESC
                   WHEN "A" MOVE "ADMINISTRACAO" TO W-TIPO-DESC
                   WHEN "O" MOVE "OUTRO"         TO W-TIPO-DESC
                END-EVALUATE
                IF CCU-LOC NOT = SPACES AND W-TEM-LOC = 1
                   MOVE CCU-LOC TO LOC-COD
                   READ ARQLOC
                   IF ST-LOC NOT = "00"
                      MOVE "00" TO ST-LOC
                      MOVE SPACES TO LOC-NOME.
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                IF CCU-LOC = SPACES
                   STRING " CENTRO " DTP-CCU " " CCU-NOME " "
                          W-TIPO-DESC
                          DELIMITED BY SIZE INTO SPL-LINHA
                ELSE
                   STRING " CENTRO " DTP-CCU " " CCU-NOME " "
                          W-TIPO-DESC " LOCAL " CCU-LOC " " LOC-NOME
                          DELIMITED BY SIZE INTO SPL-LINHA.
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       QUEBRA-CCU-FIM.
                EXIT.
      *
       IMPRIMIR-SUBTOT.
                MOVE W-SUB-VENCER TO W-VENCER-ED
                MOVE W-SUB-PAGO   TO W-PAGO-ED
                MOVE W-SUB-ABERTO TO W-ABERTO-ED
                MOVE SPACES TO SPL-LINHA
                STRING "   SUBTOTAL DO CENTRO                "
                       W-VENCER-ED "  " W-PAGO-ED "  " W-ABERTO-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                ADD W-SUB-VENCER TO W-TOT-VENCER
                ADD W-SUB-PAGO   TO W-TOT-PAGO
                ADD W-SUB-ABERTO TO W-TOT-ABERTO.
       IMPRIMIR-SUBTOT-FIM.
                EXIT.
      *
       FIM-LOTE.
                CLOSE ARQCP ARQDTMP
                IF W-TEM-DSP = 1
                   CLOSE ARQDSP.
                IF W-TEM-CCU = 1
                   CLOSE ARQCCU.
                IF W-TEM-LOC = 1
                   CLOSE ARQLOC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELATORIO CONCLUIDO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "TITULOS LIDOS          : " W-LIDOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
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
                MOVE "RELDESP" TO ERR-PROGRAMA
                WRITE REGERRO.
       GRAVAR-ERRO-FIM.
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
