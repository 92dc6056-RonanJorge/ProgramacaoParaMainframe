      * STATUS, SEM MOVIMENTAR ESTOQUE, CONTAS A     *
      * RECEBER OU MOVIMENTO; O ORCAMENTO ACEITO E   *
      * CONVERTIDO EM NOTA PELO VENDPRO, QUE RECHECA *
      * ESTOQUE E PRECOS VIGENTES. O PRECO SUGERIDO  *
      * JA CONSIDERA A CAMPANHA PROMOCIONAL ATIVA NA  *
      * DATA DO ORCAMENTO (ARQCMP/ARQCMPI)            *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-SERIE
                    FILE STATUS  IS ST-NUM.
       SELECT ARQCMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMP-COD
                    FILE STATUS  IS ST-CMP.
       SELECT ARQCMPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMI-CHAVE
                    FILE STATUS  IS ST-CMI
                    ALTERNATE RECORD KEY IS CMI-ALVO
                                   WITH DUPLICATES.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
                03 OPE-DATA-SENHA         PIC 9(08).
                03 OPE-FALHAS             PIC 9(02).
                03 OPE-BLOQ               PIC X(01).
                03 OPE-LIM-COMPRA         PIC 9(10).
      *
       FD ARQNUM
               LABEL RECORD IS STANDARD
       01 REGNUM.
                03 NUM-SERIE      PIC X(08).
                03 NUM-PROXIMO    PIC 9(08).
      *
       FD ARQCMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCMP.DAT".
       01 REGCMP.
                03 CMP-COD          PIC X(04).
                03 CMP-DESC         PIC X(30).
                03 CMP-DATA-INI     PIC 9(08).
                03 CMP-DATA-FIM     PIC 9(08).
                03 CMP-SIT          PIC X(01).
      *
       FD ARQCMPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCMPI.DAT".
       01 REGCMI.
                03 CMI-CHAVE.
                   05 CMI-COD          PIC X(04).
                   05 CMI-ALVO.
                      07 CMI-TIPO-ALVO PIC X(01).
                      07 CMI-ALVO-COD  PIC X(08).
                03 CMI-PRECO        PIC 9(08).
                03 CMI-PERC         PIC 9(02)V99.
      *
       FD ARQERRO
               LABEL RECORD IS STANDARD
       77 W-DATA-ANO    PIC 9(04) VALUE ZEROS.
       77 W-DIA-MAX     PIC 9(02) VALUE ZEROS.
       77 W-DATA-OK     PIC 9(01) VALUE ZEROS.
       77 ST-CMP        PIC X(02) VALUE "00".
       77 ST-CMI        PIC X(02) VALUE "00".
       77 W-TEM-CMP     PIC 9(01) VALUE ZEROS.
       77 W-PROMO-COD   PIC X(04) VALUE SPACES.
       77 W-PRECO-TAB   PIC 9(08) VALUE ZEROS.
       77 W-PRM-ALVO    PIC X(09) VALUE SPACES.
       77 W-PRM-HOJE    PIC 9(08) VALUE ZEROS.
       77 W-PRM-INI     PIC 9(08) VALUE ZEROS.
       77 W-PRM-FIM     PIC 9(08) VALUE ZEROS.
       77 W-PRM-PRECO   PIC 9(08) VALUE ZEROS.
       77 W-PRM-MELHOR  PIC 9(08) VALUE ZEROS.
       77 W-PRM-TERMINO PIC 9(08) VALUE ZEROS.
       77 W-PRM-VALID   PIC 9(08) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-NUM          PIC X(16).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAORC.
       GARANTIR-SERIE-ORC.
                MOVE "ORCAMENT" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM = "00"
                   GO TO ABRIR-CMP.
                MOVE "00" TO ST-NUM
                MOVE 1 TO W-ORC-PROX
                MOVE ZEROS TO ORC-NUM ORC-ITEM
                MOVE "ORCAMENT" TO NUM-SERIE
                MOVE W-ORC-PROX TO NUM-PROXIMO
                WRITE REGNUM
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                IF ST-NUM NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA CRIACAO DA SERIE DE NUMERACAO"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE ARQCLI ARQPRO ARQORC ARQOPE ARQNUM
                   GO TO ROT-FIM.
       ABRIR-CMP.
                OPEN INPUT ARQCMP
                IF ST-CMP NOT = "00"
                   MOVE 0 TO W-TEM-CMP
                   MOVE "00" TO ST-CMP
                   GO TO ABRIR-LOG.
                OPEN INPUT ARQCMPI
                IF ST-CMI = "00"
                   MOVE 1 TO W-TEM-CMP
                ELSE
                   MOVE 0 TO W-TEM-CMP
                   MOVE "00" TO ST-CMI
                   CLOSE ARQCMP.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE ARQCLI ARQPRO ARQORC ARQOPE ARQNUM ARQERRO
                   IF W-TEM-CMP = 1
                      CLOSE ARQCMP ARQCMPI
                   END-IF
                   GO TO ROT-FIM.
                IF W-VENDEDOR = SPACES
                   MOVE "*** VENDEDOR DEVE SER INFORMADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6
                ELSE
                   DISPLAY TPRO-DESC.
                PERFORM VERIF-PROMO THRU VERIF-PROMO-FIM
                DISPLAY TPRO-PRECO.
       R6C.
                ACCEPT TPRO-PRECO
                ACCEPT W-ACT FROM ESCAPE KEY
                MOVE "A"         TO ORC-STATUS.
                MOVE W-VENDEDOR  TO ORC-OPE-COD.
                WRITE REGORC
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-ORC THRU DIARIO-ORC-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ITEM DO ORCAMENTO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       OBTER-NUM-ORC.
                MOVE "ORCAMENT" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM NOT = "00"
                   MOVE "00" TO ST-NUM
                   MOVE 1    TO NUM-PROXIMO.
                MOVE NUM-PROXIMO TO ORC-NUM
                ADD 1 TO NUM-PROXIMO
                REWRITE REGNUM
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                IF ST-NUM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-NUM
                   DISPLAY (22, 12)
                EXIT.
      *
      ***************************************
      * CAMPANHA PROMOCIONAL ATIVA NA DATA   *
      * DO ORCAMENTO PARA O PRODUTO (ALVO P) *
      * OU PARA O SEU TIPO (ALVO T) - MESMA  *
      * REGRA DO VENDPRO: VALE O MENOR PRECO.*
      * SE A CAMPANHA TERMINA ANTES DA       *
      * VALIDADE O VENDEDOR E AVISADO, POIS  *
      * NA CONVERSAO O VENDPRO USA O PRECO   *
      * VIGENTE NO DIA DA NOTA               *
      ***************************************
      *
       VERIF-PROMO.
                MOVE SPACES TO W-PROMO-COD
                IF W-TEM-CMP = 0
                   GO TO VERIF-PROMO-FIM.
                MOVE W-DATA-ORC (5:4) TO W-PRM-HOJE (1:4)
                MOVE W-DATA-ORC (3:2) TO W-PRM-HOJE (5:2)
                MOVE W-DATA-ORC (1:2) TO W-PRM-HOJE (7:2)
                MOVE PRO-PRECO TO W-PRECO-TAB W-PRM-MELHOR
                MOVE ZEROS     TO W-PRM-TERMINO
                MOVE "P"     TO CMI-TIPO-ALVO
                MOVE PRO-COD TO CMI-ALVO-COD
                PERFORM VERIF-PROMO-ALVO THRU VERIF-PROMO-ALVO-FIM
                MOVE "T"      TO CMI-TIPO-ALVO
                MOVE SPACES   TO CMI-ALVO-COD
                MOVE PRO-TIPO TO CMI-ALVO-COD
                PERFORM VERIF-PROMO-ALVO THRU VERIF-PROMO-ALVO-FIM
                IF W-PROMO-COD = SPACES
                   GO TO VERIF-PROMO-FIM.
                MOVE W-PRM-MELHOR TO PRO-PRECO
                MOVE W-VALIDADE (5:4) TO W-PRM-VALID (1:4)
                MOVE W-VALIDADE (3:2) TO W-PRM-VALID (5:2)
                MOVE W-VALIDADE (1:2) TO W-PRM-VALID (7:2)
                IF W-PRM-TERMINO < W-PRM-VALID
                   MOVE "* PROMOCAO TERMINA ANTES DA VALIDADE *" TO MENS
                ELSE
                   MOVE "*** PRECO PROMOCIONAL DE CAMPANHA ***" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VERIF-PROMO-FIM.
                EXIT.
      *
       VERIF-PROMO-ALVO.
                MOVE CMI-ALVO TO W-PRM-ALVO
                START ARQCMPI KEY IS EQUAL CMI-ALVO INVALID KEY
                      MOVE "23" TO ST-CMI.
                IF ST-CMI NOT = "00"
                   MOVE "00" TO ST-CMI
                   GO TO VERIF-PROMO-ALVO-FIM.
       VERIF-PROMO-ALVO2.
                READ ARQCMPI NEXT
                   AT END MOVE "10" TO ST-CMI.
                IF ST-CMI NOT = "00" OR CMI-ALVO NOT = W-PRM-ALVO
                   MOVE "00" TO ST-CMI
                   GO TO VERIF-PROMO-ALVO-FIM.
                MOVE CMI-COD TO CMP-COD
                READ ARQCMP
                IF ST-CMP NOT = "00"
                   MOVE "00" TO ST-CMP
                   GO TO VERIF-PROMO-ALVO2.
                IF CMP-SIT NOT = "A"
                   GO TO VERIF-PROMO-ALVO2.
                MOVE CMP-DATA-INI (5:4) TO W-PRM-INI (1:4)
                MOVE CMP-DATA-INI (3:2) TO W-PRM-INI (5:2)
                MOVE CMP-DATA-INI (1:2) TO W-PRM-INI (7:2)
                MOVE CMP-DATA-FIM (5:4) TO W-PRM-FIM (1:4)
                MOVE CMP-DATA-FIM (3:2) TO W-PRM-FIM (5:2)
                MOVE CMP-DATA-FIM (1:2) TO W-PRM-FIM (7:2)
                IF W-PRM-HOJE < W-PRM-INI OR W-PRM-HOJE > W-PRM-FIM
                   GO TO VERIF-PROMO-ALVO2.
                IF CMI-PRECO NOT = ZEROS
                   MOVE CMI-PRECO TO W-PRM-PRECO
                ELSE
                   COMPUTE W-PRM-PRECO ROUNDED = W-PRECO-TAB
                           - ((W-PRECO-TAB * CMI-PERC) / 100).
                IF W-PRM-PRECO < W-PRM-MELHOR
                   MOVE W-PRM-PRECO TO W-PRM-MELHOR
                   MOVE W-PRM-FIM   TO W-PRM-TERMINO
                   MOVE CMI-COD     TO W-PROMO-COD.
                GO TO VERIF-PROMO-ALVO2.
       VERIF-PROMO-ALVO-FIM.
                EXIT.
      *
      ***************************************
      * VALIDACAO DE CALENDARIO (DATA EM     *
      * W-DATA-VAL, FORMATO DDMMAAAA)        *
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
                MOVE "ORCVENDA"   TO JRN-PROGRAMA
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
       DIARIO-ORC.
                MOVE "ARQORC"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                MOVE REGORC TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-ORC-FIM.
                EXIT.
      *
      ***** ROTINA DE FIM *****
      *
       ROT-FIM.
