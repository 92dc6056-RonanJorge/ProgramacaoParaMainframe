       77 ST-CKP         PIC X(02) VALUE "00".
       77 W-RETOMADA     PIC 9(01) VALUE ZEROS.
       77 W-CKPT-COD     PIC 9(08) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-PRO          PIC X(106).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       PROC-LOOP.
                READ ARQPRO NEXT RECORD
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-ERRO = "10"
                   GO TO FIM-LOTE.
                IF ST-ERRO NOT = "00"
                   GO TO PROC-LOOP.
                ADD 1 TO PRO-VERSAO
                REWRITE REGPRO
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PRO THRU DIARIO-PRO-FIM
                IF ST-ERRO NOT = "00"
                   MOVE ST-ERRO  TO ERR-STATUS
                   MOVE "ERRO NA ALTERACAO DO PRECO DO PRODUTO"
                MOVE PRO-PRECO     TO HPR-PRECO-NOVO
                MOVE W-OPERADOR    TO HPR-OPERADOR
                WRITE REGHPR
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-HPR THRU DIARIO-HPR-FIM
                IF ST-HPR NOT = "00"
                   DISPLAY "*** HISTORICO DE PRECO NAO GRAVADO ***".
       GRAVAR-HIST-PRECO-FIM.
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
                MOVE "AJUPRECO"   TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
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
       DIARIO-HPR.
                MOVE "ARQHPR"     TO JRN-ARQUIVO
                MOVE ST-HPR       TO JRN-STATUS
                MOVE REGHPR TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-HPR-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
