                03 OPE-DATA-SENHA         PIC 9(08).
                03 OPE-FALHAS             PIC 9(02).
                03 OPE-BLOQ               PIC X(01).
                03 OPE-LIM-COMPRA         PIC 9(10).
      *
       FD ARQAUD
               LABEL RECORD IS STANDARD
       77 W-SUP-SENHA    PIC X(08) VALUE SPACES.
       77 W-SUP-NOME     PIC X(20) VALUE SPACES.
       77 W-OPE          PIC X(08) VALUE SPACES.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-OPE          PIC X(85).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-SUP-SENHA WITH NO ECHO
                MOVE W-SUP-COD TO OPE-COD
                READ ARQOPE
                MOVE REGOPE TO JRN-ANT-OPE
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   DISPLAY "*** SUPERVISOR NAO CADASTRADO ***"
                   GO TO FIM-LOTE.
                MOVE W-OPE TO OPE-COD
                READ ARQOPE
                MOVE REGOPE TO JRN-ANT-OPE
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   DISPLAY "*** OPERADOR NAO CADASTRADO ***"
                MOVE ZEROS TO OPE-FALHAS
                ADD 1 TO OPE-VERSAO
                REWRITE REGOPE
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-OPE THRU DIARIO-OPE-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-ERRO
                   DISPLAY "*** OPERADOR NAO ATUALIZADO ***"
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
                MOVE "DESBLOQ"    TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-OPE.
                MOVE "ARQOPE"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-OPE TO JRN-ANTES
                ELSE
                   MOVE REGOPE TO JRN-ANTES.
                MOVE REGOPE TO JRN-DEPOIS JRN-ANT-OPE
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-OPE-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
