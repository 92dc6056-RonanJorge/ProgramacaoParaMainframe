       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELGER.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * CATALOGO DAS GERACOES ARQUIVADAS (ARQGER)    *
      * GRAVADO PELO FECHAANO: UMA LINHA POR ARQUIVO *
      * DATADO (MOV, VDA, RCR, RCP) COM DATA DE      *
      * CORTE, DATA DO FECHAMENTO, REGISTROS         *
      * COPIADOS E REMOVIDOS DO ARQUIVO VIVO, FAIXA  *
      * DE DATAS E TOTAL DE CONTROLE (QUANTIDADE NO  *
      * MOV, VALOR NOS DEMAIS); CONTA OS REGISTROS   *
      * DE CADA ARQUIVO E CONFERE COM O CATALOGO     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQGER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GER-CHAVE
                    FILE STATUS  IS ST-GER.
       SELECT ARQARC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ARC.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      ***** CATALOGO DAS GERACOES ARQUIVADAS - DATAS AAAAMMDD *****
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
       FD ARQARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-ARC.
       01 REGARC            PIC X(80).
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
       77 ST-GER         PIC X(02) VALUE "00".
       77 ST-ARC         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-NOME-ARC     PIC X(15) VALUE SPACES.
       77 W-TIPO         PIC X(03) VALUE SPACES.
       77 W-SITUACAO     PIC X(08) VALUE SPACES.
       77 W-CONTADOS     PIC 9(08) VALUE ZEROS.
       77 W-CORTE        PIC 9(08) VALUE ZEROS.
       77 W-FECH         PIC 9(08) VALUE ZEROS.
       77 W-INI          PIC 9(08) VALUE ZEROS.
       77 W-FIM          PIC 9(08) VALUE ZEROS.
       77 W-LISTADAS     PIC 9(05) VALUE ZEROS.
       77 W-TOT-COPIADOS PIC 9(10) VALUE ZEROS.
       77 W-PROBLEMAS    PIC 9(05) VALUE ZEROS.
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
                03 SPL-PROGRAMA   PIC X(08).
                03 SPL-LINHA      PIC X(80).
                03 SPL-OPER       PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "RELGER" TO SPL-PROGRAMA
                MOVE SPACES TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELGER - CATALOGO DE ARQUIVOS DO"
                       " FECHAMENTO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       PEDIR-TIPO.
                DISPLAY "TIPO MOV/VDA/RCR/RCP (BRANCO = TODOS)      : "
                        WITH NO ADVANCING
                ACCEPT W-TIPO
                IF W-TIPO NOT = SPACES AND NOT = "MOV" AND NOT = "VDA"
                   AND NOT = "RCR" AND NOT = "RCP"
                   DISPLAY "*** TIPO INVALIDO ***"
                   GO TO PEDIR-TIPO.
      *
       ABRIR-ARQ.
                OPEN INPUT ARQGER
                IF ST-GER NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** CATALOGO ARQGER INEXISTENTE - NENHUM"
                          " FECHAMENTO REGISTRADO ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO ROT-FIM2.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
      *
       CABECALHO.
                MOVE SPACES TO SPL-LINHA
                STRING "TIPO  CORTE     ARQUIVO          FECHADO "
                       "  REGISTROS  REMOVIDOS  SITUACAO"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "      PERIODO DOS REGISTROS     TOTAL DE"
                       " CONTROLE   ABERTURAS"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       POSICIONAR.
                MOVE W-TIPO TO GER-TIPO
                MOVE ZEROS  TO GER-CORTE
                START ARQGER KEY IS NOT LESS GER-CHAVE INVALID KEY
                      MOVE "10" TO ST-GER.
                IF ST-GER NOT = "00"
                   MOVE "00" TO ST-GER
                   GO TO RESUMO.
      *
       PROC-LOOP.
                READ ARQGER NEXT
                   AT END MOVE "10" TO ST-GER.
                IF ST-GER NOT = "00"
                   MOVE "00" TO ST-GER
                   GO TO RESUMO.
                IF W-TIPO NOT = SPACES AND GER-TIPO NOT = W-TIPO
                   GO TO RESUMO.
                PERFORM CONFERIR-ARQ THRU CONFERIR-ARQ-FIM
                MOVE GER-CORTE (7:2)     TO W-CORTE (1:2)
                MOVE GER-CORTE (5:2)     TO W-CORTE (3:2)
                MOVE GER-CORTE (1:4)     TO W-CORTE (5:4)
                MOVE GER-DATA-FECH (7:2) TO W-FECH (1:2)
                MOVE GER-DATA-FECH (5:2) TO W-FECH (3:2)
                MOVE GER-DATA-FECH (1:4) TO W-FECH (5:4)
                MOVE GER-DATA-INI (7:2)  TO W-INI (1:2)
                MOVE GER-DATA-INI (5:2)  TO W-INI (3:2)
                MOVE GER-DATA-INI (1:4)  TO W-INI (5:4)
                MOVE GER-DATA-FIM (7:2)  TO W-FIM (1:2)
                MOVE GER-DATA-FIM (5:2)  TO W-FIM (3:2)
                MOVE GER-DATA-FIM (1:4)  TO W-FIM (5:4)
                ADD 1 TO W-LISTADAS
                ADD GER-COPIADOS TO W-TOT-COPIADOS
                MOVE SPACES TO SPL-LINHA
                STRING GER-TIPO "   " W-CORTE "  " GER-ARQUIVO "  "
                       W-FECH "   " GER-COPIADOS "   "
                       GER-REMOVIDOS "  " W-SITUACAO
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "      " W-INI " A " W-FIM "      "
                       GER-TOTAL "     " GER-ABERTURAS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF W-SITUACAO = "DIVERGE"
                   MOVE SPACES TO SPL-LINHA
                   STRING "      *** O ARQUIVO TEM " W-CONTADOS
                          " REGISTROS ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                GO TO PROC-LOOP.
      *
       RESUMO.
                MOVE SPACES TO SPL-LINHA
                STRING "GERACOES LISTADAS     : " W-LISTADAS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "REGISTROS ARQUIVADOS  : " W-TOT-COPIADOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "AUSENTES/DIVERGENTES  : " W-PROBLEMAS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "TOTAL DE CONTROLE: QUANTIDADE NO MOV, VALOR"
                       " NO VDA, RCR E RCP"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       FIM-LOTE.
                CLOSE ARQGER
                MOVE SPACES TO SPL-LINHA
                STRING "*** CATALOGO CONCLUIDO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * CONTAGEM DOS REGISTROS DO ARQUIVO    *
      * DATADO CONTRA O GRAVADO NO CATALOGO  *
      ***************************************
      *
       CONFERIR-ARQ.
                MOVE ZEROS TO W-CONTADOS
                MOVE GER-ARQUIVO TO W-NOME-ARC
                OPEN INPUT ARQARC
                IF ST-ARC NOT = "00"
                   MOVE "00" TO ST-ARC
                   MOVE "AUSENTE" TO W-SITUACAO
                   ADD 1 TO W-PROBLEMAS
                   GO TO CONFERIR-ARQ-FIM.
       CONFERIR-ARQ-LER.
                READ ARQARC
                   AT END GO TO CONFERIR-ARQ-FECHA.
                ADD 1 TO W-CONTADOS
                GO TO CONFERIR-ARQ-LER.
       CONFERIR-ARQ-FECHA.
                CLOSE ARQARC
                IF W-CONTADOS = GER-COPIADOS
                   MOVE "CONFERE" TO W-SITUACAO
                ELSE
                   MOVE "DIVERGE" TO W-SITUACAO
                   ADD 1 TO W-PROBLEMAS.
       CONFERIR-ARQ-FIM.
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
                MOVE "RELGER" TO ERR-PROGRAMA
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
