       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETQDIA.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * ETIQUETAS DE PRECO PENDENTES DO DIA          *
      * PASSO DO FECHAMENTO DO DIA (FIMDIA): EMITE   *
      * NO SPOOL (SPLDRV) AS ETIQUETAS DE GONDOLA DE *
      * TODOS OS PRODUTOS COM ALTERACAO DE PRECO NO  *
      * ARQHPR COM DATA DE HOJE, MONTADAS PELO       *
      * ETQDRV COMO NO ETIQPRC, PARA A TROCA DAS     *
      * ETIQUETAS ANTES DA ABERTURA DA LOJA. A       *
      * LISTAGEM FICA NO SPOOL PARA REIMPRESSAO      *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQHPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HPR-CHAVE
                    FILE STATUS  IS ST-HPR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQHPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHPR.DAT".
       01 REGHPR.
                03 HPR-CHAVE.
                   05 HPR-PRO-COD    PIC 9(08).
                   05 HPR-DATA       PIC 9(08).
                03 HPR-PRECO-ANT     PIC 9(08).
                03 HPR-PRECO-NOVO    PIC 9(08).
                03 HPR-OPERADOR      PIC X(20).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-HPR         PIC X(02) VALUE "00".
       77 W-HOJE-AMD     PIC 9(08) VALUE ZEROS.
       77 W-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-ULT-COD      PIC 9(08) VALUE ZEROS.
       77 W-LIN          PIC 9(02) VALUE ZEROS.
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-NORMAIS      PIC 9(06) VALUE ZEROS.
       77 W-OFERTAS      PIC 9(06) VALUE ZEROS.
       77 W-IGNORADOS    PIC 9(06) VALUE ZEROS.
       77 W-DATA-ED      PIC 99/99/9999.
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
                03 SPL-PROGRAMA   PIC X(08).
                03 SPL-LINHA      PIC X(80).
                03 SPL-OPER       PIC X(20).
       01 ETQ-COMUNIC.
                03 ETQ-FUNCAO     PIC X(01).
                03 ETQ-PRO-COD    PIC 9(08).
                03 ETQ-DATA       PIC 9(08).
                03 ETQ-PROMO      PIC X(01).
                03 ETQ-QTDE-LIN   PIC 9(02).
                03 ETQ-LINHA      PIC X(40) OCCURS 6 TIMES.
                03 ETQ-RETORNO    PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-HOJE-AMD FROM DATE YYYYMMDD
                MOVE W-HOJE-AMD (1:4) TO W-HOJE (5:4)
                MOVE W-HOJE-AMD (5:2) TO W-HOJE (3:2)
                MOVE W-HOJE-AMD (7:2) TO W-HOJE (1:2)
                MOVE "ETQDIA" TO SPL-PROGRAMA
                MOVE SPACES TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE W-HOJE TO W-DATA-ED
                MOVE SPACES TO SPL-LINHA
                STRING "*** ETQDIA - ETIQUETAS PENDENTES DO DIA "
                       W-DATA-ED " ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       ABRIR-ARQ.
                OPEN INPUT ARQHPR
                IF ST-HPR NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   IF ST-HPR = "35"
                      STRING "ARQUIVO DE HISTORICO DE PRECO (ARQHPR)"
                             " NAO EXISTE"
                             DELIMITED BY SIZE INTO SPL-LINHA
                      PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                      GO TO ROT-FIM
                   ELSE
                      STRING "ERRO NA ABERTURA DO ARQUIVO ARQHPR: "
                             ST-HPR
                             DELIMITED BY SIZE INTO SPL-LINHA
                      PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                      GO TO ROT-FIM.
                MOVE W-HOJE TO ETQ-DATA
                MOVE "A" TO ETQ-FUNCAO
                CALL "ETQDRV" USING ETQ-COMUNIC.
                IF ETQ-RETORNO NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQPRO: "
                          ETQ-RETORNO
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQHPR
                   GO TO ROT-FIM.
      *
      *   UMA SO ETIQUETA POR PRODUTO MESMO COM MAIS DE UMA
      *   ALTERACAO REGISTRADA NO DIA
       HPR-LOOP.
                READ ARQHPR NEXT
                   AT END MOVE "10" TO ST-HPR.
                IF ST-HPR NOT = "00"
                   MOVE "00" TO ST-HPR
                   CLOSE ARQHPR
                   GO TO FIM-LOTE.
                IF HPR-DATA NOT = W-HOJE OR HPR-PRO-COD = W-ULT-COD
                   GO TO HPR-LOOP.
                MOVE HPR-PRO-COD TO W-ULT-COD ETQ-PRO-COD
                ADD 1 TO W-LIDOS
                MOVE "E" TO ETQ-FUNCAO
                CALL "ETQDRV" USING ETQ-COMUNIC.
                IF ETQ-RETORNO NOT = "00"
                   ADD 1 TO W-IGNORADOS
                   GO TO HPR-LOOP.
                IF ETQ-PROMO = "S"
                   ADD 1 TO W-OFERTAS
                ELSE
                   ADD 1 TO W-NORMAIS.
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE ZEROS TO W-LIN.
       HPR-LINHA.
                ADD 1 TO W-LIN
                IF W-LIN > ETQ-QTDE-LIN
                   GO TO HPR-LOOP.
                MOVE SPACES TO SPL-LINHA
                MOVE ETQ-LINHA (W-LIN) TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO HPR-LINHA.
      *
       FIM-LOTE.
                MOVE "F" TO ETQ-FUNCAO
                CALL "ETQDRV" USING ETQ-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "*** EMISSAO CONCLUIDA ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "PRODUTOS COM PRECO ALTERADO  : " W-LIDOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "ETIQUETAS NORMAIS            : " W-NORMAIS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "ETIQUETAS DE OFERTA          : " W-OFERTAS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "IGNORADOS (EXCLUIDOS/SEM CAD): " W-IGNORADOS
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
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
                MOVE "F" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                EXIT PROGRAM.
