                03 VDA-DESC-PERC   PIC 9(02)V99.
                03 VDA-SIT         PIC X(01).
                03 VDA-LOC         PIC X(02).
                03 VDA-PROMO       PIC X(04).
      *
       FD ARQEST
               LABEL RECORD IS STANDARD
       77 W-NOTA-ANT     PIC 9(08) VALUE ZEROS.
       77 W-LIDOS        PIC 9(08) VALUE ZEROS.
       77 W-ACUMULADOS   PIC 9(08) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-EST          PIC X(43).
       01 JRN-ANT-ESTV         PIC X(43).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE W-ANOMES     TO EST-ANOMES
                MOVE VDA-PRO-COD  TO EST-PRO-COD
                READ ARQEST
                MOVE REGEST TO JRN-ANT-EST
                IF ST-EST = "00"
                   ADD VDA-QTDE     TO EST-QTDE
                   ADD W-VALOR-ITEM TO EST-VALOR
                   ADD 1            TO EST-ITENS
                   REWRITE REGEST
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-EST THRU DIARIO-EST-FIM
                ELSE
                   MOVE "00" TO ST-EST
                   MOVE W-ANOMES     TO EST-ANOMES
                   MOVE VDA-QTDE     TO EST-QTDE
                   MOVE W-VALOR-ITEM TO EST-VALOR
                   MOVE 1            TO EST-ITENS
                   WRITE REGEST
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-EST THRU DIARIO-EST-FIM.
       ACUM-VENDEDOR.
                MOVE W-ANOMES    TO EVD-ANOMES
                MOVE VDA-OPE-COD TO EVD-OPE-COD
                READ ARQESTV
                MOVE REGEVD TO JRN-ANT-ESTV
                IF ST-EVD = "00"
                   ADD VDA-QTDE     TO EVD-QTDE
                   ADD W-VALOR-ITEM TO EVD-VALOR
                      ADD 1 TO EVD-NOTAS
                   END-IF
                   REWRITE REGEVD
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-ESTV THRU DIARIO-ESTV-FIM
                ELSE
                   MOVE "00" TO ST-EVD
                   MOVE W-ANOMES     TO EVD-ANOMES
                   MOVE VDA-QTDE     TO EVD-QTDE
                   MOVE W-VALOR-ITEM TO EVD-VALOR
                   MOVE 1            TO EVD-NOTAS
                   WRITE REGEVD
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-ESTV THRU DIARIO-ESTV-FIM.
                MOVE VDA-NUM-NOTA TO W-NOTA-ANT
                GO TO PROC-LOOP.
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
                MOVE "ESTMES"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-EST.
                MOVE "ARQEST"     TO JRN-ARQUIVO
                MOVE ST-EST       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-EST TO JRN-ANTES
                ELSE
                   MOVE REGEST TO JRN-ANTES.
                MOVE REGEST TO JRN-DEPOIS JRN-ANT-EST
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-EST-FIM.
                EXIT.
       DIARIO-ESTV.
                MOVE "ARQESTV"    TO JRN-ARQUIVO
                MOVE ST-EVD       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-ESTV TO JRN-ANTES
                ELSE
                   MOVE REGEVD TO JRN-ANTES.
                MOVE REGEVD TO JRN-DEPOIS JRN-ANT-ESTV
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-ESTV-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
