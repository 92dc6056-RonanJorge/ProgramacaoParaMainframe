                03 OPE-DATA-SENHA         PIC 9(08).
                03 OPE-FALHAS             PIC 9(02).
                03 OPE-BLOQ               PIC X(01).
                03 OPE-LIM-COMPRA         PIC 9(10).
      *
       FD ARQTRN
               LABEL RECORD IS STANDARD
       77 W-BXA-TOT      PIC 9(12) VALUE ZEROS.
       77 W-ESPERADO     PIC 9(12) VALUE ZEROS.
       77 W-DIFERENCA    PIC S9(12) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-CXS          PIC X(37).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE W-OPERADOR TO CXS-OPE-COD
                MOVE W-HOJE-AMD TO CXS-DATA
                READ ARQCXS
                MOVE REGCXS TO JRN-ANT-CXS
                IF ST-ERRO = "00"
                   IF CXS-STATUS = "A"
                      DISPLAY "*** SESSAO JA ABERTA HOJE ***"
                MOVE W-FUNDO    TO CXS-FUNDO
                MOVE ZEROS      TO CXS-CONTADO
                WRITE REGCXS
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CXS THRU DIARIO-CXS-FIM
                IF ST-ERRO = "00" OR "02"
                   DISPLAY "*** SESSAO ABERTA P/ " W-OPERADOR
                           " EM " W-HOJE-AMD " ***"
                MOVE W-OPERADOR TO CXS-OPE-COD
                MOVE W-HOJE-AMD TO CXS-DATA
                READ ARQCXS
                MOVE REGCXS TO JRN-ANT-CXS
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   DISPLAY "*** SESSAO DE HOJE NAO ENCONTRADA ***"
                MOVE "F"       TO CXS-STATUS
                MOVE W-CONTADO TO CXS-CONTADO
                REWRITE REGCXS
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CXS THRU DIARIO-CXS-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-ERRO
                   DISPLAY "*** SESSAO NAO ATUALIZADA ***"
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
                IF W-TREINO = 1
                   GO TO GRAVAR-DIARIO-FIM.
                MOVE "CAIXA"      TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-CXS.
                MOVE "ARQCXS"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CXS TO JRN-ANTES
                ELSE
                   MOVE REGCXS TO JRN-ANTES.
                MOVE REGCXS TO JRN-DEPOIS JRN-ANT-CXS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CXS-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
