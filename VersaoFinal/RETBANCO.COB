       77 W-SEQ          PIC 9(03) VALUE ZEROS.
       77 W-ABATE        PIC 9(10) VALUE ZEROS.
       77 W-SALDO-TIT    PIC 9(10) VALUE ZEROS.
       77 W-BCO-LANC     PIC 9(08) VALUE ZEROS.
       01 BCL-COMUNIC.
                03 BCL-FUNCAO     PIC X(01).
                03 BCL-CONTA      PIC 9(04).
                03 BCL-DATA       PIC 9(08).
                03 BCL-TIPO       PIC X(01).
                03 BCL-VALOR      PIC 9(10).
                03 BCL-ORIGEM     PIC X(08).
                03 BCL-DOCUMENTO  PIC X(14).
                03 BCL-HIST       PIC X(30).
                03 BCL-RETORNO    PIC X(02).
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-CR           PIC X(53).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE RET-NUM-NOTA TO CR-NUM-NOTA
                MOVE RET-PARCELA  TO CR-PARCELA
                READ ARQCR
                MOVE REGCR TO JRN-ANT-CR
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   ADD 1 TO W-SEM-PAR
                ELSE
                   ADD 1 TO W-PARCIAIS.
                REWRITE REGCR
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CR THRU DIARIO-CR-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-ERRO
                   DISPLAY " *** TITULO " RET-NUM-NOTA "/"
                   GO TO PROC-LOOP.
                PERFORM GRAVAR-BXA THRU GRAVAR-BXA-FIM
                PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                PERFORM LANCAR-BANCO THRU LANCAR-BANCO-FIM
                GO TO PROC-LOOP.
      *
      ***************************************
                MOVE "RETORNO BANCARIO" TO BXA-OPERADOR
                MOVE ZEROS         TO BXA-JUROS
                WRITE REGBXA
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-BXA THRU DIARIO-BXA-FIM
                IF ST-BXA NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-BXA
                   DISPLAY " *** HISTORICO DE BAIXA NAO GRAVADO ***".
                EXIT.
      *
      ***************************************
      * CREDITO DA COBRANCA NO RAZAO         *
      * BANCARIO (BCODRV)                    *
      ***************************************
      *
       LANCAR-BANCO.
                MOVE "L"            TO BCL-FUNCAO
                MOVE ZEROS          TO BCL-CONTA
                MOVE RET-DATA-PGTO  TO BCL-DATA
                MOVE "C"            TO BCL-TIPO
                MOVE RET-VALOR-PAGO TO BCL-VALOR
                MOVE "RETBANCO"     TO BCL-ORIGEM
                MOVE CR-CHAVE       TO BCL-DOCUMENTO
                MOVE "COBRANCA BANCARIA" TO BCL-HIST
                CALL "BCODRV" USING BCL-COMUNIC
                IF BCL-RETORNO = "00"
                   ADD 1 TO W-BCO-LANC.
       LANCAR-BANCO-FIM.
                EXIT.
      *
      ***************************************
      * GRAVACAO DA TRILHA DE AUDITORIA      *
      ***************************************
      *
                DISPLAY "TITULOS LIQUIDADOS     : " W-LIQUIDADOS
                DISPLAY "PAGAMENTOS PARCIAIS    : " W-PARCIAIS
                DISPLAY "SEM CORRESPONDENCIA    : " W-SEM-PAR
                DISPLAY "LANCADOS NO BANCO      : " W-BCO-LANC
                GO TO ROT-FIM.
      *
      ***************************************
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
                MOVE "RETBANCO"   TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-CR.
                MOVE "ARQCR"      TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CR TO JRN-ANTES
                ELSE
                   MOVE REGCR TO JRN-ANTES.
                MOVE REGCR TO JRN-DEPOIS JRN-ANT-CR
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CR-FIM.
                EXIT.
       DIARIO-BXA.
                MOVE "ARQBXA"     TO JRN-ARQUIVO
                MOVE ST-BXA       TO JRN-STATUS
                MOVE REGBXA TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-BXA-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
