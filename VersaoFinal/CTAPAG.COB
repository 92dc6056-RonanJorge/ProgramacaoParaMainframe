       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * CONTAS A PAGAR (TITULOS DE FORNECEDOR)      *
      * COM CATEGORIA DE DESPESA (ARQDSP) E CENTRO  *
      * DE CUSTO (ARQCCU), OBRIGATORIOS QUANDO AS   *
      * TABELAS EXISTEM                             *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    LOCK MODE    IS AUTOMATIC
                    RECORD KEY   IS NUM-SERIE
                    FILE STATUS  IS ST-NUM.
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
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
                03 CP-DATA-VENC       PIC 9(08).
                03 CP-STATUS          PIC X(01).
                03 CP-DATA-PGTO       PIC 9(08).
                03 CP-DESPESA         PIC 9(03).
                03 CP-CCUSTO          PIC 9(03).
      *
       FD ARQFOR
               LABEL RECORD IS STANDARD
       01 REGNUM.
                03 NUM-SERIE      PIC X(08).
                03 NUM-PROXIMO    PIC 9(08).
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
       FD ARQERRO
               LABEL RECORD IS STANDARD
       77 W-TEM-PER     PIC 9(01) VALUE ZEROS.
       77 W-PER-OK      PIC 9(01) VALUE ZEROS.
       77 W-DATA-PER    PIC 9(08) VALUE ZEROS.
       77 ST-DSP        PIC X(02) VALUE "00".
       77 ST-CCU        PIC X(02) VALUE "00".
       77 W-TEM-DSP     PIC 9(01) VALUE ZEROS.
       77 W-TEM-CCU     PIC 9(01) VALUE ZEROS.

       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-CP           PIC X(63).
       01 JRN-ANT-NUM          PIC X(16).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACP.
               VALUE  "              DATA DE VENCIMENTO :".
           05  LINE 13  COLUMN 01
               VALUE  "     STATUS (A=ABERTO P=PAGO) :".
           05  LINE 14  COLUMN 01
               VALUE  "           CATEGORIA DE DESPESA :".
           05  LINE 15  COLUMN 01
               VALUE  "                CENTRO DE CUSTO :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCP-NUM
           05  TCP-STATUS
               LINE 13  COLUMN 34  PIC X(01)
               USING  CP-STATUS.
           05  TCP-DESPESA
               LINE 14  COLUMN 34  PIC 9(03)
               USING  CP-DESPESA.
           05  TDSP-NOME
               LINE 14  COLUMN 38  PIC X(30)
               USING  DSP-NOME.
           05  TCP-CCUSTO
               LINE 15  COLUMN 34  PIC 9(03)
               USING  CP-CCUSTO.
           05  TCCU-NOME
               LINE 15  COLUMN 38  PIC X(30)
               USING  CCU-NOME.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       GARANTIR-SERIE.
                MOVE "TITCP" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM = "00"
                   GO TO ABRIR-LOG.
                MOVE "00" TO ST-NUM
       GARANTIR-SERIE-SCAN.
                READ ARQCP NEXT
                   AT END MOVE "10" TO ST-ERRO.
                MOVE REGCP TO JRN-ANT-CP
                IF ST-ERRO = "00"
                   COMPUTE W-CP-PROX = CP-NUM + 1
                   GO TO GARANTIR-SERIE-SCAN.
                MOVE "TITCP" TO NUM-SERIE
                MOVE W-CP-PROX TO NUM-PROXIMO
                WRITE REGNUM
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                IF ST-NUM NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA CRIACAO DA SERIE DE NUMERACAO"
                                                             TO MENS
                ELSE
                   MOVE 0 TO W-TEM-PER
                   MOVE "00" TO ST-PER.
       ABRIR-DSP.
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
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN EXTEND ARQERRO.
       R1.
                MOVE SPACES TO FOR-NOME CP-STATUS.
                MOVE SPACES TO DSP-NOME CCU-NOME.
                MOVE ZEROS  TO CP-NUM CP-FOR-CPF CP-VALOR.
                MOVE ZEROS  TO CP-DATA-EMISSAO CP-DATA-VENC.
                MOVE ZEROS  TO CP-DESPESA CP-CCUSTO.
                DISPLAY TELACP.
       R2.
                ACCEPT TCP-NUM
                   IF W-TEM-PER = 1
                      CLOSE ARQPER
                   END-IF
                   IF W-TEM-DSP = 1
                      CLOSE ARQDSP
                   END-IF
                   IF W-TEM-CCU = 1
                      CLOSE ARQCCU
                   END-IF
                   GO TO ROT-FIM.
                MOVE 0 TO W-SEL
                IF CP-NUM = ZEROS
                   GO TO R3.
       LER-CP01.
                READ ARQCP
                MOVE REGCP TO JRN-ANT-CP
                IF ST-ERRO = "99"
                   MOVE "00" TO ST-ERRO
                   MOVE "ARQCP" TO W-ARQ-LOCK
                   GO TO R2.
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM LER-DSP THRU LER-DSP-FIM
                      PERFORM LER-CCU THRU LER-CCU-FIM
                      DISPLAY TELACP
                      MOVE "*** TITULO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "DATA DEVE SER DIFERENTE DE ZEROS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
       R6A.
                IF W-TEM-DSP = 0
                   MOVE ZEROS TO CP-DESPESA
                   GO TO R6B.
                ACCEPT TCP-DESPESA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R6.
                PERFORM LER-DSP THRU LER-DSP-FIM
                IF ST-DSP NOT = "00"
                   MOVE "00" TO ST-DSP
                   MOVE "*** CATEGORIA DE DESPESA NAO CADASTRADA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6A.
                DISPLAY TDSP-NOME.
       R6B.
                IF W-TEM-CCU = 0
                   MOVE ZEROS TO CP-CCUSTO
                   GO TO R7.
                ACCEPT TCP-CCUSTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R6A.
                PERFORM LER-CCU THRU LER-CCU-FIM
                IF ST-CCU NOT = "00"
                   MOVE "00" TO ST-CCU
                   MOVE "*** CENTRO DE CUSTO NAO CADASTRADO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6B.
                DISPLAY TCCU-NOME.
       R7.
                IF W-SEL NOT = 1
                   MOVE "A"   TO CP-STATUS
       R7A.
                ACCEPT TCP-STATUS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R6B.
                IF CP-STATUS NOT = "A" AND "P"
                   MOVE "*** DIGITE A=ABERTO OU P=PAGO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R6B.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM OBTER-NUM-CP THRU OBTER-NUM-CP-FIM.
                DISPLAY TCP-NUM.
                WRITE REGCP
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CP THRU DIARIO-CP-FIM
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQCP RECORD
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-CP THRU DIARIO-CP-FIM
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCP
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CP THRU DIARIO-CP-FIM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                EXIT.
      *
      ***************************************
      * LEITURA DA CATEGORIA DE DESPESA E DO *
      * CENTRO DE CUSTO DO TITULO (ZERO =    *
      * TITULO SEM CLASSIFICACAO, SO ACEITO  *
      * SEM A TABELA)                        *
      ***************************************
      *
       LER-DSP.
                MOVE SPACES TO DSP-NOME
                IF CP-DESPESA = ZEROS OR W-TEM-DSP = 0
                   MOVE "23" TO ST-DSP
                   GO TO LER-DSP-FIM.
                MOVE CP-DESPESA TO DSP-COD
                READ ARQDSP
                IF ST-DSP NOT = "00"
                   MOVE SPACES TO DSP-NOME.
       LER-DSP-FIM.
                EXIT.
      *
       LER-CCU.
                MOVE SPACES TO CCU-NOME
                IF CP-CCUSTO = ZEROS OR W-TEM-CCU = 0
                   MOVE "23" TO ST-CCU
                   GO TO LER-CCU-FIM.
                MOVE CP-CCUSTO TO CCU-COD
                READ ARQCCU
                IF ST-CCU NOT = "00"
                   MOVE SPACES TO CCU-NOME.
       LER-CCU-FIM.
                EXIT.
      *
      ***************************************
      * NUMERACAO AUTOMATICA DO TITULO       *
      * (SERIE TITCP NO ARQNUM)              *
      ***************************************
       OBTER-NUM-CP.
                MOVE "TITCP" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM NOT = "00"
                   MOVE "00" TO ST-NUM
                   MOVE 1    TO NUM-PROXIMO.
                MOVE NUM-PROXIMO TO CP-NUM
                ADD 1 TO NUM-PROXIMO
                REWRITE REGNUM
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                IF ST-NUM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-NUM
                   DISPLAY (22, 12)
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
                MOVE "CTAPAG"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-NUM.
                MOVE "ARQNUM"     TO JRN-ARQUIVO
                MOVE ST-NUM       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-NUM TO JRN-ANTES
                ELSE
                   MOVE REGNUM TO JRN-ANTES.
                MOVE REGNUM TO JRN-DEPOIS JRN-ANT-NUM
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-NUM-FIM.
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
      ***** ROTINA DE FIM *****
      *
       ROT-FIM.
