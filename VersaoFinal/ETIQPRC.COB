       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETIQPRC.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * EMISSAO DE ETIQUETAS DE PRECO DE GONDOLA     *
      * SELECAO DOS PRODUTOS:                        *
      *   1 = PRECO ALTERADO DESDE UMA DATA (ARQHPR, *
      *       GRAVADO PELO AJUPRECO E PELO SVP004)   *
      *   2 = FAIXA DE CODIGOS DE PRODUTO            *
      *   3 = TIPO DE PRODUTO                        *
      * AS ETIQUETAS SAO MONTADAS PELO ETQDRV NO     *
      * FORMULARIO FIXO (LAYOUT DE OFERTA PARA       *
      * PRODUTO EM CAMPANHA NA DATA) E GRAVADAS NO   *
      * SPOOL (SPLDRV), DE ONDE PODEM SER            *
      * REIMPRESSAS                                  *
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
                    FILE STATUS  IS ST-ERRO.
       SELECT ARQHPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HPR-CHAVE
                    FILE STATUS  IS ST-HPR.
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
                03 PRO-SIT          PIC X(01).
                03 PRO-VERSAO       PIC 9(08).
      *
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
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-HPR         PIC X(02) VALUE "00".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-SELECAO      PIC 9(01) VALUE ZEROS.
       77 W-DATA-DESDE   PIC 9(08) VALUE ZEROS.
       77 W-DESDE-AMD    PIC 9(08) VALUE ZEROS.
       77 W-HPR-AMD      PIC 9(08) VALUE ZEROS.
       77 W-HOJE-AMD     PIC 9(08) VALUE ZEROS.
       77 W-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-FAIXA-INI    PIC 9(08) VALUE ZEROS.
       77 W-FAIXA-FIM    PIC 9(08) VALUE ZEROS.
       77 W-TIPO         PIC X(01) VALUE SPACES.
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
                DISPLAY "*** ETIQPRC - ETIQUETAS DE PRECO DE GONDOLA"
                        " ***"
                ACCEPT W-HOJE-AMD FROM DATE YYYYMMDD
                MOVE W-HOJE-AMD (1:4) TO W-HOJE (5:4)
                MOVE W-HOJE-AMD (5:2) TO W-HOJE (3:2)
                MOVE W-HOJE-AMD (7:2) TO W-HOJE (1:2).
      *
       PEDIR-SELECAO.
                DISPLAY "SELECAO: 1=PRECO ALTERADO DESDE UMA DATA"
                DISPLAY "         2=FAIXA DE CODIGOS  3=TIPO       : "
                        WITH NO ADVANCING
                ACCEPT W-SELECAO
                IF W-SELECAO = 1
                   GO TO PEDIR-DATA.
                IF W-SELECAO = 2
                   GO TO PEDIR-FAIXA.
                IF W-SELECAO = 3
                   GO TO PEDIR-TIPO.
                DISPLAY "*** DIGITE APENAS 1, 2 OU 3 ***"
                GO TO PEDIR-SELECAO.
      *
       PEDIR-DATA.
                DISPLAY "ALTERADOS DESDE (DDMMAAAA, ZEROS = HOJE)  : "
                        WITH NO ADVANCING
                ACCEPT W-DATA-DESDE
                IF W-DATA-DESDE = ZEROS
                   MOVE W-HOJE TO W-DATA-DESDE.
                MOVE W-DATA-DESDE (5:4) TO W-DESDE-AMD (1:4)
                MOVE W-DATA-DESDE (3:2) TO W-DESDE-AMD (5:2)
                MOVE W-DATA-DESDE (1:2) TO W-DESDE-AMD (7:2)
                IF W-DATA-DESDE (1:2) < "01" OR > "31"
                   OR W-DATA-DESDE (3:2) < "01" OR > "12"
                   DISPLAY "*** DATA INVALIDA ***"
                   GO TO PEDIR-DATA.
                IF W-DESDE-AMD > W-HOJE-AMD
                   DISPLAY "*** DATA NAO PODE SER FUTURA ***"
                   GO TO PEDIR-DATA.
                GO TO CONFIRMAR.
      *
       PEDIR-FAIXA.
                DISPLAY "CODIGO INICIAL (ZEROS = DESDE O PRIMEIRO) : "
                        WITH NO ADVANCING
                ACCEPT W-FAIXA-INI
                DISPLAY "CODIGO FINAL   (ZEROS = ATE O ULTIMO)     : "
                        WITH NO ADVANCING
                ACCEPT W-FAIXA-FIM
                IF W-FAIXA-FIM = ZEROS
                   MOVE 99999999 TO W-FAIXA-FIM.
                IF W-FAIXA-FIM < W-FAIXA-INI
                   DISPLAY "*** CODIGO FINAL MENOR QUE O INICIAL ***"
                   GO TO PEDIR-FAIXA.
                GO TO CONFIRMAR.
      *
       PEDIR-TIPO.
                DISPLAY "TIPO DE PRODUTO                           : "
                        WITH NO ADVANCING
                ACCEPT W-TIPO
                IF W-TIPO = SPACES
                   DISPLAY "*** TIPO DEVE SER INFORMADO ***"
                   GO TO PEDIR-TIPO.
      *
       CONFIRMAR.
                DISPLAY "CONFIRMA A EMISSAO DAS ETIQUETAS (S/N)    : "
                        WITH NO ADVANCING
                ACCEPT W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   DISPLAY "*** OPERACAO CANCELADA PELO OPERADOR ***"
                   GO TO ROT-FIM2.
                IF W-OPCAO NOT = "S" AND "s"
                   DISPLAY "*** DIGITE APENAS S=SIM OU N=NAO ***"
                   GO TO CONFIRMAR.
      *
       ABRIR-SPOOL.
                MOVE "ETIQPRC" TO SPL-PROGRAMA
                MOVE SPACES TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** ETIQPRC - ETIQUETAS DE PRECO DE GONDOLA"
                       " ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE W-HOJE TO W-DATA-ED
                MOVE SPACES TO SPL-LINHA
                IF W-SELECAO = 1
                   MOVE W-DATA-DESDE TO W-DATA-ED
                   STRING "PRECOS ALTERADOS DESDE " W-DATA-ED
                          DELIMITED BY SIZE INTO SPL-LINHA.
                IF W-SELECAO = 2
                   STRING "PRODUTOS DE " W-FAIXA-INI " A " W-FAIXA-FIM
                          DELIMITED BY SIZE INTO SPL-LINHA.
                IF W-SELECAO = 3
                   STRING "PRODUTOS DO TIPO " W-TIPO
                          DELIMITED BY SIZE INTO SPL-LINHA.
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       ABRIR-ARQ.
                MOVE W-HOJE TO ETQ-DATA
                MOVE "A" TO ETQ-FUNCAO
                CALL "ETQDRV" USING ETQ-COMUNIC.
                IF ETQ-RETORNO NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQPRO: "
                          ETQ-RETORNO
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO ROT-FIM.
                IF W-SELECAO = 1
                   GO TO ABRIR-HPR.
                OPEN INPUT ARQPRO
                IF ST-ERRO NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQPRO: "
                          ST-ERRO
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO ROT-FIM.
                MOVE W-FAIXA-INI TO PRO-COD
                START ARQPRO KEY IS NOT LESS PRO-COD INVALID KEY
                      MOVE "10" TO ST-ERRO.
                GO TO PRO-LOOP.
       ABRIR-HPR.
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
      *
      ***************************************
      * SELECAO 1: HISTORICO DE PRECO EM     *
      * ORDEM DE PRODUTO E DATA; UMA SO      *
      * ETIQUETA POR PRODUTO MESMO COM MAIS  *
      * DE UMA ALTERACAO NO PERIODO          *
      ***************************************
      *
       HPR-LOOP.
                READ ARQHPR NEXT
                   AT END MOVE "10" TO ST-HPR.
                IF ST-HPR NOT = "00"
                   MOVE "00" TO ST-HPR
                   CLOSE ARQHPR
                   GO TO FIM-LOTE.
                IF HPR-PRO-COD = W-ULT-COD
                   GO TO HPR-LOOP.
                MOVE HPR-DATA (5:4) TO W-HPR-AMD (1:4)
                MOVE HPR-DATA (3:2) TO W-HPR-AMD (5:2)
                MOVE HPR-DATA (1:2) TO W-HPR-AMD (7:2)
                IF W-HPR-AMD < W-DESDE-AMD
                   GO TO HPR-LOOP.
                MOVE HPR-PRO-COD TO W-ULT-COD ETQ-PRO-COD
                PERFORM EMITIR THRU EMITIR-FIM
                GO TO HPR-LOOP.
      *
      ***************************************
      * SELECAO 2 E 3: CADASTRO DE PRODUTOS  *
      * NA FAIXA DE CODIGOS OU DO TIPO       *
      ***************************************
      *
       PRO-LOOP.
                IF ST-ERRO = "00"
                   READ ARQPRO NEXT
                      AT END MOVE "10" TO ST-ERRO.
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   CLOSE ARQPRO
                   GO TO FIM-LOTE.
                IF W-SELECAO = 2 AND PRO-COD > W-FAIXA-FIM
                   CLOSE ARQPRO
                   GO TO FIM-LOTE.
                IF W-SELECAO = 3 AND PRO-TIPO NOT = W-TIPO
                   GO TO PRO-LOOP.
                IF PRO-SIT = "E"
                   GO TO PRO-LOOP.
                MOVE PRO-COD TO ETQ-PRO-COD
                PERFORM EMITIR THRU EMITIR-FIM
                GO TO PRO-LOOP.
      *
      ***************************************
      * MONTAGEM (ETQDRV) E GRAVACAO DE UMA  *
      * ETIQUETA NO SPOOL                    *
      ***************************************
      *
       EMITIR.
                ADD 1 TO W-LIDOS
                MOVE "E" TO ETQ-FUNCAO
                CALL "ETQDRV" USING ETQ-COMUNIC.
                IF ETQ-RETORNO NOT = "00"
                   ADD 1 TO W-IGNORADOS
                   GO TO EMITIR-FIM.
                IF ETQ-PROMO = "S"
                   ADD 1 TO W-OFERTAS
                ELSE
                   ADD 1 TO W-NORMAIS.
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE ZEROS TO W-LIN.
       EMITIR-LINHA.
                ADD 1 TO W-LIN
                IF W-LIN > ETQ-QTDE-LIN
                   GO TO EMITIR-FIM.
                MOVE SPACES TO SPL-LINHA
                MOVE ETQ-LINHA (W-LIN) TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO EMITIR-LINHA.
       EMITIR-FIM.
                EXIT.
      *
       FIM-LOTE.
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "*** EMISSAO CONCLUIDA ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "PRODUTOS SELECIONADOS        : " W-LIDOS
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
                MOVE "F" TO ETQ-FUNCAO
                CALL "ETQDRV" USING ETQ-COMUNIC.
                MOVE "F" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
       ROT-FIM2.
                EXIT PROGRAM.
