                03 SPL-PROGRAMA   PIC X(08).
                03 SPL-LINHA      PIC X(80).
                03 SPL-OPER       PIC X(20).
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
                MOVE W-TITULOS-CLI TO COB-TITULOS
                MOVE W-VALOR-CLI   TO COB-VALOR
                WRITE REGCOB
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-COB THRU DIARIO-COB-FIM
                IF ST-COB NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-COB
                   MOVE SPACES TO SPL-LINHA
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
                MOVE "GERCOB"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-COB.
                MOVE "ARQCOB"     TO JRN-ARQUIVO
                MOVE ST-COB       TO JRN-STATUS
                MOVE REGCOB TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-COB-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
