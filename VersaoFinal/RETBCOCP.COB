                03 CP-DATA-VENC       PIC 9(08).
                03 CP-STATUS          PIC X(01).
                03 CP-DATA-PGTO       PIC 9(08).
                03 CP-DESPESA         PIC 9(03).
                03 CP-CCUSTO          PIC 9(03).
      *
       FD ARQRTC
               LABEL RECORD IS STANDARD
       77 W-PAGOS        PIC 9(08) VALUE ZEROS.
       77 W-REJEITADOS   PIC 9(08) VALUE ZEROS.
       77 W-SEM-PAR      PIC 9(08) VALUE ZEROS.
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
       01 JRN-ANT-CP           PIC X(63).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       LOCALIZAR.
                MOVE RTC-CP-NUM TO CP-NUM
                READ ARQCP
                MOVE REGCP TO JRN-ANT-CP
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   ADD 1 TO W-SEM-PAR
                MOVE "P"           TO CP-STATUS
                MOVE RTC-DATA-PGTO TO CP-DATA-PGTO
                REWRITE REGCP
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CP THRU DIARIO-CP-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-ERRO
                   DISPLAY " *** TITULO " RTC-CP-NUM
                   GO TO PROC-LOOP.
                ADD 1 TO W-PAGOS
                PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                PERFORM LANCAR-BANCO THRU LANCAR-BANCO-FIM
                GO TO PROC-LOOP.
      *
      ***************************************
      * DEBITO DO PAGAMENTO CONFIRMADO PELO  *
      * BANCO NO RAZAO BANCARIO (BCODRV)     *
      ***************************************
      *
       LANCAR-BANCO.
                MOVE "L"            TO BCL-FUNCAO
                MOVE ZEROS          TO BCL-CONTA
                MOVE RTC-DATA-PGTO  TO BCL-DATA
                MOVE "D"            TO BCL-TIPO
                MOVE RTC-VALOR-PAGO TO BCL-VALOR
                MOVE "RETBCOCP"     TO BCL-ORIGEM
                MOVE CP-NUM         TO BCL-DOCUMENTO
                MOVE "PAGAMENTO ESCRITURAL" TO BCL-HIST
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
                DISPLAY "TITULOS PAGOS          : " W-PAGOS
                DISPLAY "REJEITADOS PELO BANCO  : " W-REJEITADOS
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
                MOVE "RETBCOCP"   TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-CP.
                MOVE "ARQCP"      TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CP TO JRN-ANTES
                ELSE
                   MOVE REGCP TO JRN-ANTES.
                MOVE REGCP TO JRN-DEPOIS JRN-ANT-CP
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CP-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
