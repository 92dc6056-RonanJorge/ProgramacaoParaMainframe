      * GRAVA O ARQUIVO DE SUGESTAO (ARQSUG) E       *
      * IMPRIME O RELATORIO AGRUPADO POR FORNECEDOR  *
      * (QTDE SUGERIDA REPOE ATE O DOBRO DO MINIMO)  *
      * AS ENCOMENDAS DE CLIENTES AINDA AGUARDANDO   *
      * ESTOQUE (ARQENC) CONTAM COMO DEMANDA: SAO    *
      * DESCONTADAS DO ESTOQUE NA COMPARACAO COM O   *
      * MINIMO E SOMADAS A QUANTIDADE SUGERIDA       *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SUG-CHAVE
                    FILE STATUS  IS ST-SUG.
       SELECT ARQENC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENC-CHAVE
                    FILE STATUS  IS ST-ENC
                    ALTERNATE RECORD KEY IS ENC-CLI-CPF
                                   WITH DUPLICATES.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
                03 SUG-QTDE           PIC 9(06).
                03 SUG-PRECO          PIC 9(08).
                03 SUG-PRAZO          PIC 9(03).
      *
       FD ARQENC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENC.DAT".
       01 REGENC.
                03 ENC-CHAVE.
                   05 ENC-PRO-COD     PIC 9(08).
                   05 ENC-DATA        PIC 9(08).
                   05 ENC-SEQ         PIC 9(04).
                03 ENC-CLI-CPF        PIC 9(14).
                03 ENC-QTDE           PIC 9(06).
                03 ENC-PRECO          PIC 9(08).
                03 ENC-ORIGEM         PIC X(08).
                03 ENC-STATUS         PIC X(01).
                03 ENC-PDV-NUM        PIC 9(08).
                03 ENC-DATA-ALOC      PIC 9(08).
      *
       FD ARQERRO
               LABEL RECORD IS STANDARD
       77 W-TOT-FORN     PIC 9(12) VALUE ZEROS.
       77 W-TOT-GERAL    PIC 9(12) VALUE ZEROS.
       77 W-VALOR-ITEM   PIC 9(12) VALUE ZEROS.
       77 ST-ENC         PIC X(02) VALUE "00".
       77 W-TEM-ENC      PIC 9(01) VALUE ZEROS.
       77 W-ENC-QTDE     PIC 9(08) VALUE ZEROS.
       77 W-SALDO-LIQ    PIC S9(09) VALUE ZEROS.
       77 W-COM-ENC      PIC 9(08) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                           ST-SUG
                   CLOSE ARQPRO ARQPROFOR ARQFOR
                   GO TO ROT-FIM2.
                MOVE "L" TO JRN-OPERACAO
                PERFORM DIARIO-SUG THRU DIARIO-SUG-FIM.
      *   SEM O ARQUIVO DE ENCOMENDAS A SUGESTAO SO OLHA O MINIMO
                OPEN INPUT ARQENC
                IF ST-ENC = "00"
                   MOVE 1 TO W-TEM-ENC
                ELSE
                   MOVE 0 TO W-TEM-ENC
                   MOVE "00" TO ST-ENC.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                ADD 1 TO W-LIDOS.
                IF PRO-SIT = "E"
                   GO TO PROC-LOOP.
                PERFORM SOMAR-ENCOMENDAS THRU SOMAR-ENCOMENDAS-FIM
                COMPUTE W-SALDO-LIQ = PRO-QTDE - W-ENC-QTDE
                IF W-SALDO-LIQ NOT < PRO-QTDE-MIN
                   GO TO PROC-LOOP.
      *
       ESCOLHER-FONTE.
                   DISPLAY "   *** ABAIXO DO MINIMO E SEM FORNECEDOR"
                           " CADASTRADO (PROFOR) ***"
                   GO TO PROC-LOOP.
                COMPUTE W-SUG-QTDE = (PRO-QTDE-MIN * 2) - W-SALDO-LIQ
                IF W-ENC-QTDE NOT = ZEROS
                   ADD 1 TO W-COM-ENC.
                MOVE W-MELHOR-CPF   TO SUG-FOR-CPF
                MOVE PRO-COD        TO SUG-PRO-COD
                MOVE W-SUG-QTDE     TO SUG-QTDE
                MOVE W-MELHOR-PRECO TO SUG-PRECO
                MOVE W-MELHOR-PRAZO TO SUG-PRAZO
                WRITE REGSUG
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-SUG THRU DIARIO-SUG-FIM
                IF ST-SUG NOT = "00" AND NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO ARQSUG: " ST-SUG
                   MOVE "ARQSUG" TO ERR-ARQUIVO
       MELHOR-FONTE-FIM.
                EXIT.
      *
      ***************************************
      * ENCOMENDAS DO PRODUTO AINDA SEM      *
      * ESTOQUE (SITUACAO A NO ARQENC)       *
      ***************************************
      *
       SOMAR-ENCOMENDAS.
                MOVE ZEROS TO W-ENC-QTDE
                IF W-TEM-ENC = 0
                   GO TO SOMAR-ENCOMENDAS-FIM.
                MOVE PRO-COD TO ENC-PRO-COD
                MOVE ZEROS   TO ENC-DATA ENC-SEQ
                START ARQENC KEY IS NOT LESS ENC-CHAVE INVALID KEY
                      MOVE "10" TO ST-ENC.
       SOMAR-ENCOMENDAS-LOOP.
                IF ST-ENC NOT = "00"
                   MOVE "00" TO ST-ENC
                   GO TO SOMAR-ENCOMENDAS-FIM.
                READ ARQENC NEXT
                   AT END MOVE "10" TO ST-ENC.
                IF ST-ENC NOT = "00" OR ENC-PRO-COD NOT = PRO-COD
                   MOVE "10" TO ST-ENC
                   GO TO SOMAR-ENCOMENDAS-LOOP.
                IF ENC-STATUS = "A"
                   ADD ENC-QTDE TO W-ENC-QTDE.
                GO TO SOMAR-ENCOMENDAS-LOOP.
       SOMAR-ENCOMENDAS-FIM.
                EXIT.
      *
      ***** PASSO 2 - RELATORIO AGRUPADO POR FORNECEDOR *****
      *
       PASSO2.
                CLOSE ARQPRO ARQPROFOR ARQSUG
                IF W-TEM-ENC = 1
                   CLOSE ARQENC.
                OPEN INPUT ARQSUG
                IF ST-SUG NOT = "00"
                   DISPLAY "ERRO NA REABERTURA DO ARQSUG: " ST-SUG
                DISPLAY "SUGESTOES GERADAS       : " W-SUGERIDOS
                DISPLAY "ABAIXO DO MINIMO SEM    "
                DISPLAY "FORNECEDOR CADASTRADO   : " W-SEM-FORN
                DISPLAY "SUGESTOES COM ENCOMENDA : " W-COM-ENC
                DISPLAY "VALOR TOTAL ESTIMADO    : " W-TOT-GERAL
                GO TO ROT-FIM.
      *
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
                MOVE "SUGCOMP"    TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-SUG.
                MOVE "ARQSUG"     TO JRN-ARQUIVO
                MOVE ST-SUG       TO JRN-STATUS
                MOVE REGSUG TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-SUG-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
