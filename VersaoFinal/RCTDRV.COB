       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCTDRV.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * DRIVER DOS RECEBIVEIS DE CARTAO (ARQRCT)     *
      * CHAMADO PELOS PROGRAMAS QUE RECEBEM EM       *
      * CARTAO (BAIXACR, VENDPRO) COM A AREA         *
      * RCC-COMUNIC:                                 *
      *   FUNCAO C = CONSULTA A OPERADORA/MODALIDADE *
      *              NA TABELA ARQOPC (MNTOPC) E     *
      *              DEVOLVE NOME, TAXA E PRAZO      *
      *   FUNCAO G = GERA O RECEBIVEL CONTRA A       *
      *              OPERADORA: VALOR LIQUIDO =      *
      *              BRUTO MENOS A TAXA, PREVISAO =  *
      *              DATA DA VENDA MAIS O PRAZO DA   *
      *              MODALIDADE. NO PARCELADO (P)    *
      *              GERA UMA PARCELA DO CARTAO POR  *
      *              PRAZO (PRAZO X NUMERO DA        *
      *              PARCELA)                        *
      * RETORNO EM RCC-RETORNO: 00 = OK, NC = NAO    *
      * CADASTRADA NO ARQOPC, OU O FILE STATUS DO    *
      * ERRO. EM MODO TREINAMENTO (TREINO.DAT = S)   *
      * USA AS COPIAS TRN...                         *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQOPC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPC-CHAVE
                    FILE STATUS  IS ST-OPC.
       SELECT ARQRCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCT-CHAVE
                    FILE STATUS  IS ST-RCT.
       SELECT ARQTRN ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-TRN.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQOPC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-01.
       01 REGOPC.
                03 OPC-CHAVE.
                   05 OPC-COD         PIC 9(03).
                   05 OPC-MODAL       PIC X(01).
                03 OPC-NOME           PIC X(20).
                03 OPC-TAXA           PIC 9(03)V99.
                03 OPC-DIAS           PIC 9(03).
      *
       FD ARQRCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-02.
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
       FD ARQTRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO.DAT".
       01 REGTRN            PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-OPC         PIC X(02) VALUE "00".
       77 ST-RCT         PIC X(02) VALUE "00".
       77 ST-TRN         PIC X(02) VALUE "00".
       77 W-TREINO       PIC 9(01) VALUE ZEROS.
       77 W-NOME-TRAB    PIC X(17) VALUE SPACES.
       77 W-ARQ-01       PIC X(17) VALUE "ARQOPC.DAT".
       77 W-ARQ-02       PIC X(17) VALUE "ARQRCT.DAT".
       77 W-DATA-AMD     PIC 9(08) VALUE ZEROS.
       77 W-DIAS-VDA     PIC 9(08) VALUE ZEROS.
       77 W-DIAS-PREV    PIC 9(08) VALUE ZEROS.
       77 W-PCART        PIC 9(02) VALUE ZEROS.
       77 W-NUM-PCART    PIC 9(02) VALUE ZEROS.
       77 W-VALOR-PARC   PIC 9(10) VALUE ZEROS.
       77 W-VALOR-ULT    PIC 9(10) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 RCC-COMUNIC.
                03 RCC-FUNCAO     PIC X(01).
                03 RCC-OPC-COD    PIC 9(03).
                03 RCC-MODAL      PIC X(01).
                03 RCC-NUM-PARC   PIC 9(02).
                03 RCC-NUM-NOTA   PIC 9(08).
                03 RCC-PARCELA    PIC 9(02).
                03 RCC-SEQ        PIC 9(03).
                03 RCC-DATA       PIC 9(08).
                03 RCC-VALOR      PIC 9(10).
                03 RCC-NOME       PIC X(20).
                03 RCC-TAXA       PIC 9(03)V99.
                03 RCC-DIAS       PIC 9(03).
                03 RCC-RETORNO    PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING RCC-COMUNIC.
       INICIO.
                MOVE "00" TO RCC-RETORNO
                EVALUATE RCC-FUNCAO
                   WHEN "C" PERFORM CONSULTAR THRU CONSULTAR-FIM
                   WHEN "G" PERFORM GERAR THRU GERAR-FIM
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
                       INTO W-ARQ-02.
       VERIF-TREINO-FIM.
                EXIT.
      *
      ***** FUNCAO C - CONSULTA DA OPERADORA/MODALIDADE *****
      *
       CONSULTAR.
                PERFORM VERIF-TREINO THRU VERIF-TREINO-FIM
                MOVE SPACES TO RCC-NOME
                MOVE ZEROS  TO RCC-TAXA RCC-DIAS
                OPEN INPUT ARQOPC
                IF ST-OPC NOT = "00"
                   MOVE "00" TO ST-OPC
                   MOVE "NC" TO RCC-RETORNO
                   GO TO CONSULTAR-FIM.
                MOVE RCC-OPC-COD TO OPC-COD
                MOVE RCC-MODAL   TO OPC-MODAL
                READ ARQOPC
                IF ST-OPC NOT = "00"
                   MOVE "00" TO ST-OPC
                   MOVE "NC" TO RCC-RETORNO
                ELSE
                   MOVE OPC-NOME TO RCC-NOME
                   MOVE OPC-TAXA TO RCC-TAXA
                   MOVE OPC-DIAS TO RCC-DIAS.
                CLOSE ARQOPC.
       CONSULTAR-FIM.
                EXIT.
      *
      ***** FUNCAO G - GERACAO DO RECEBIVEL CONTRA A OPERADORA *****
      *
       GERAR.
                IF RCC-VALOR = ZEROS
                   GO TO GERAR-FIM.
                PERFORM CONSULTAR THRU CONSULTAR-FIM
                IF RCC-RETORNO NOT = "00"
                   GO TO GERAR-FIM.
                OPEN I-O ARQRCT
                IF ST-RCT NOT = "00"
                   IF ST-RCT = "30" OR "35"
                      OPEN OUTPUT ARQRCT
                      CLOSE ARQRCT
                      OPEN I-O ARQRCT
                   ELSE
                      MOVE ST-RCT TO RCC-RETORNO
                      MOVE "00"   TO ST-RCT
                      GO TO GERAR-FIM.
                MOVE RCC-DATA (5:4) TO W-DATA-AMD (1:4)
                MOVE RCC-DATA (3:2) TO W-DATA-AMD (5:2)
                MOVE RCC-DATA (1:2) TO W-DATA-AMD (7:2)
                COMPUTE W-DIAS-VDA =
                        FUNCTION INTEGER-OF-DATE (W-DATA-AMD)
                MOVE 01 TO W-NUM-PCART
                IF RCC-MODAL = "P" AND RCC-NUM-PARC > 01
                   MOVE RCC-NUM-PARC TO W-NUM-PCART.
                DIVIDE RCC-VALOR BY W-NUM-PCART GIVING W-VALOR-PARC
                COMPUTE W-VALOR-ULT = RCC-VALOR
                        - (W-VALOR-PARC * (W-NUM-PCART - 1))
                MOVE ZEROS TO W-PCART.
       GERAR-LOOP.
                ADD 1 TO W-PCART
                IF W-PCART > W-NUM-PCART
                   CLOSE ARQRCT
                   GO TO GERAR-FIM.
                MOVE RCC-NUM-NOTA TO RCT-NUM-NOTA
                MOVE RCC-PARCELA  TO RCT-PARCELA
                MOVE RCC-SEQ      TO RCT-SEQ
                MOVE W-PCART      TO RCT-PCART
                MOVE RCC-OPC-COD  TO RCT-OPC-COD
                MOVE RCC-MODAL    TO RCT-MODAL
                MOVE RCC-DATA     TO RCT-DATA-VDA
                IF W-PCART = W-NUM-PCART
                   MOVE W-VALOR-ULT  TO RCT-VALOR
                ELSE
                   MOVE W-VALOR-PARC TO RCT-VALOR.
                MOVE RCC-TAXA     TO RCT-TAXA
                COMPUTE RCT-VALOR-TAXA ROUNDED =
                        RCT-VALOR * RCC-TAXA / 100
                COMPUTE RCT-VALOR-LIQ = RCT-VALOR - RCT-VALOR-TAXA
                COMPUTE W-DIAS-PREV = W-DIAS-VDA
                        + (RCC-DIAS * W-PCART)
                COMPUTE W-DATA-AMD =
                        FUNCTION DATE-OF-INTEGER (W-DIAS-PREV)
                MOVE W-DATA-AMD (1:4) TO RCT-DATA-PREV (5:4)
                MOVE W-DATA-AMD (5:2) TO RCT-DATA-PREV (3:2)
                MOVE W-DATA-AMD (7:2) TO RCT-DATA-PREV (1:2)
                MOVE "A"          TO RCT-STATUS
                MOVE ZEROS        TO RCT-DATA-LIQ RCT-VALOR-REC
                WRITE REGRCT
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-RCT THRU DIARIO-RCT-FIM
                IF ST-RCT NOT = "00" AND NOT = "02"
                   MOVE ST-RCT TO RCC-RETORNO
                   MOVE "00"   TO ST-RCT
                   CLOSE ARQRCT
                   GO TO GERAR-FIM.
                GO TO GERAR-LOOP.
       GERAR-FIM.
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
                MOVE "RCTDRV"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-RCT.
                MOVE "ARQRCT"     TO JRN-ARQUIVO
                MOVE ST-RCT       TO JRN-STATUS
                MOVE REGRCT TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-RCT-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
                EXIT PROGRAM.
