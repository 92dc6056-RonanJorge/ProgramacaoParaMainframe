       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCBCO.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * CONCILIACAO BANCARIA                         *
      * IMPORTA O EXTRATO DA CONTA DEVOLVIDO PELO    *
      * BANCO (EXTRATO.DAT, LAYOUT FIXO) PARA O      *
      * ARQEXB, REJEITANDO LINHAS DE OUTRA CONTA, COM *
      * DADOS INVALIDOS OU JA IMPORTADAS, E CONCILIA *
      * AUTOMATICAMENTE CADA LINHA DO EXTRATO COM O  *
      * LANCAMENTO DO RAZAO BANCARIO (ARQLCB) DE     *
      * MESMO TIPO E VALOR CUJA DATA ESTEJA MAIS     *
      * PROXIMA, DENTRO DA TOLERANCIA EM DIAS DO     *
      * PARAMETRO CONCDIAS (SEM ELE, MESMA DATA).    *
      * MODO M: CONCILIACAO MANUAL DE UMA LINHA DO   *
      * EXTRATO COM UM LANCAMENTO INFORMADO. O QUE   *
      * FICAR PENDENTE SAI NO RELCONC                *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQBCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE    IS AUTOMATIC
                    RECORD KEY   IS BCO-CONTA
                    FILE STATUS  IS ST-BCO.
       SELECT ARQLCB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LCB-CHAVE
                    FILE STATUS  IS ST-LCB.
       SELECT ARQEXB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXB-CHAVE
                    ALTERNATE RECORD KEY IS EXB-IDENT
                    FILE STATUS  IS ST-EXB.
       SELECT ARQEXT ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-EXT.
       SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-COD
                    FILE STATUS  IS ST-PAR.
       SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUD-CHAVE
                    FILE STATUS  IS ST-AUD.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQBCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBCO.DAT".
       01 REGBCO.
                03 BCO-CONTA          PIC 9(04).
                03 BCO-BANCO          PIC 9(03).
                03 BCO-AGENCIA        PIC 9(05).
                03 BCO-NUM-CONTA      PIC X(12).
                03 BCO-DESC           PIC X(30).
                03 BCO-SALDO-INI      PIC S9(12).
                03 BCO-SALDO          PIC S9(12).
                03 BCO-ULT-SEQ        PIC 9(08).
                03 BCO-ULT-EXT        PIC 9(08).
                03 BCO-SIT            PIC X(01).
      *
       FD ARQLCB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLCB.DAT".
       01 REGLCB.
                03 LCB-CHAVE.
                   05 LCB-CONTA       PIC 9(04).
                   05 LCB-SEQ         PIC 9(08).
                03 LCB-DATA           PIC 9(08).
                03 LCB-TIPO           PIC X(01).
                03 LCB-VALOR          PIC 9(10).
                03 LCB-SALDO          PIC S9(12).
                03 LCB-ORIGEM         PIC X(08).
                03 LCB-DOCUMENTO      PIC X(14).
                03 LCB-HIST           PIC X(30).
                03 LCB-CONCIL         PIC X(01).
                03 LCB-EXT-SEQ        PIC 9(08).
      *
       FD ARQEXB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEXB.DAT".
       01 REGEXB.
                03 EXB-CHAVE.
                   05 EXB-CONTA       PIC 9(04).
                   05 EXB-SEQ         PIC 9(08).
                03 EXB-IDENT.
                   05 EXB-ID-CONTA    PIC 9(04).
                   05 EXB-DATA        PIC 9(08).
                   05 EXB-TIPO        PIC X(01).
                   05 EXB-VALOR       PIC 9(10).
                   05 EXB-DOCUMENTO   PIC X(14).
                03 EXB-HIST           PIC X(30).
                03 EXB-DATA-IMP       PIC 9(08).
                03 EXB-CONCIL         PIC X(01).
                03 EXB-LCB-SEQ        PIC 9(08).
      *
       FD ARQEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTRATO.DAT".
       01 REGEXT.
                03 EXT-BANCO          PIC 9(03).
                03 EXT-AGENCIA        PIC 9(05).
                03 EXT-NUM-CONTA      PIC X(12).
                03 EXT-DATA           PIC 9(08).
                03 EXT-TIPO           PIC X(01).
                03 EXT-VALOR          PIC 9(10).
                03 EXT-DOCUMENTO      PIC X(14).
                03 EXT-HIST           PIC X(30).
      *
       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PAR-COD            PIC X(08).
                03 PAR-DESC           PIC X(30).
                03 PAR-VALOR          PIC 9(08).
      *
       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAUD.DAT".
       01 REGAUD.
                03 AUD-CHAVE.
                   05 AUD-DATA       PIC 9(08).
                   05 AUD-HORA       PIC 9(08).
                03 AUD-ARQUIVO       PIC X(08).
                03 AUD-OPERACAO      PIC X(01).
                03 AUD-CHAVE-REG     PIC X(14).
                03 AUD-OPERADOR      PIC X(20).
      *
       FD ARQERRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQERRO.DAT".
       01 REGERRO.
                03 ERR-DATA          PIC 9(08).
                03 ERR-HORA          PIC 9(08).
                03 ERR-PROGRAMA      PIC X(08).
                03 ERR-ARQUIVO       PIC X(08).
                03 ERR-STATUS        PIC X(02).
                03 ERR-MENSAGEM      PIC X(50).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-BCO         PIC X(02) VALUE "00".
       77 ST-LCB         PIC X(02) VALUE "00".
       77 ST-EXB         PIC X(02) VALUE "00".
       77 ST-EXT         PIC X(02) VALUE "00".
       77 ST-PAR         PIC X(02) VALUE "00".
       77 ST-AUD         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-CONTA        PIC 9(04) VALUE ZEROS.
       77 W-MODO         PIC X(01) VALUE SPACES.
       77 W-IMPORTAR     PIC X(01) VALUE SPACES.
       77 W-OPERADOR     PIC X(20) VALUE SPACES.
       77 W-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-HOJE-AMD     PIC 9(08) VALUE ZEROS.
       77 W-TOLERANCIA   PIC 9(03) VALUE ZEROS.
       77 W-LIDOS        PIC 9(08) VALUE ZEROS.
       77 W-IMPORTADOS   PIC 9(08) VALUE ZEROS.
       77 W-REJEITADOS   PIC 9(08) VALUE ZEROS.
       77 W-CONCILIADOS  PIC 9(08) VALUE ZEROS.
       77 W-PENDENTES    PIC 9(08) VALUE ZEROS.
       77 W-DATA-AMD     PIC 9(08) VALUE ZEROS.
       77 W-DIAS-EXB     PIC 9(08) VALUE ZEROS.
       77 W-DIAS-LCB     PIC 9(08) VALUE ZEROS.
       77 W-DIFERENCA    PIC 9(08) VALUE ZEROS.
       77 W-MELHOR-DIF   PIC 9(08) VALUE ZEROS.
       77 W-MELHOR-SEQ   PIC 9(08) VALUE ZEROS.
       77 W-EXB-SEQ      PIC 9(08) VALUE ZEROS.
       77 W-LCB-SEQ      PIC 9(08) VALUE ZEROS.
       77 W-CONFIRMA     PIC X(01) VALUE SPACES.
       77 W-DATA-VAL     PIC 9(08) VALUE ZEROS.
       77 W-DATA-OK      PIC 9(01) VALUE ZEROS.
       77 W-DATA-DIA     PIC 9(02) VALUE ZEROS.
       77 W-DATA-MES     PIC 9(02) VALUE ZEROS.
       77 W-DATA-ANO     PIC 9(04) VALUE ZEROS.
       77 W-DIA-MAX      PIC 9(02) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-BCO          PIC X(95).
       01 JRN-ANT-EXB          PIC X(96).
       01 JRN-ANT-LCB          PIC X(104).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY "*** CONCBCO - CONCILIACAO BANCARIA ***".
                ACCEPT W-HOJE-AMD FROM DATE YYYYMMDD
                MOVE W-HOJE-AMD (7:2) TO W-HOJE (1:2)
                MOVE W-HOJE-AMD (5:2) TO W-HOJE (3:2)
                MOVE W-HOJE-AMD (1:4) TO W-HOJE (5:4).
       PEDIR-OPERADOR.
                DISPLAY "OPERADOR: " WITH NO ADVANCING
                ACCEPT W-OPERADOR
                IF W-OPERADOR = SPACES
                   DISPLAY "*** OPERADOR DEVE SER INFORMADO ***"
                   GO TO PEDIR-OPERADOR.
      *
       ABRIR-ARQ.
                OPEN I-O ARQBCO
                IF ST-BCO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQBCO: "
                           ST-BCO
                   GO TO ROT-FIM2.
                OPEN I-O ARQLCB
                IF ST-LCB NOT = "00"
                   IF ST-LCB = "30" OR "35"
                      OPEN OUTPUT ARQLCB
                      CLOSE ARQLCB
                      OPEN I-O ARQLCB
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQLCB: "
                              ST-LCB
                      CLOSE ARQBCO
                      GO TO ROT-FIM2.
                OPEN I-O ARQEXB
                IF ST-EXB NOT = "00"
                   IF ST-EXB = "30" OR "35"
                      OPEN OUTPUT ARQEXB
                      CLOSE ARQEXB
                      OPEN I-O ARQEXB
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQEXB: "
                              ST-EXB
                      CLOSE ARQBCO ARQLCB
                      GO TO ROT-FIM2.
                OPEN I-O ARQAUD
                IF ST-AUD NOT = "00"
                   IF ST-AUD = "30" OR "35"
                      OPEN OUTPUT ARQAUD
                      CLOSE ARQAUD
                      OPEN I-O ARQAUD
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQ AUDITORIA: "
                              ST-AUD
                      CLOSE ARQBCO ARQLCB ARQEXB
                      GO TO ROT-FIM2.
                PERFORM LER-PARAMETROS THRU LER-PARAMETROS-FIM.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
      *
       PEDIR-CONTA.
                DISPLAY "CONTA BANCARIA (0=SAIR): " WITH NO ADVANCING
                ACCEPT W-CONTA
                IF W-CONTA = ZEROS
                   CLOSE ARQBCO ARQLCB ARQEXB ARQAUD
                   GO TO ROT-FIM.
                MOVE W-CONTA TO BCO-CONTA
                READ ARQBCO
                IF ST-BCO NOT = "00"
                   MOVE "00" TO ST-BCO
                   DISPLAY "*** CONTA NAO CADASTRADA ***"
                   GO TO PEDIR-CONTA.
                UNLOCK ARQBCO.
                DISPLAY "CONTA: " BCO-DESC " BANCO " BCO-BANCO
                        " AG " BCO-AGENCIA " C/C " BCO-NUM-CONTA.
       PEDIR-MODO.
                DISPLAY "MODO (A=IMPORTAR E CONCILIAR AUTOMATICO, "
                        "M=MANUAL): " WITH NO ADVANCING
                ACCEPT W-MODO
                IF W-MODO = "a"
                   MOVE "A" TO W-MODO.
                IF W-MODO = "m"
                   MOVE "M" TO W-MODO.
                IF W-MODO = "M"
                   GO TO CONC-MANUAL.
                IF W-MODO NOT = "A"
                   DISPLAY "*** DIGITE A OU M ***"
                   GO TO PEDIR-MODO.
       PEDIR-IMPORTAR.
                DISPLAY "IMPORTAR O EXTRATO.DAT ANTES DE CONCILIAR "
                        "(S/N): " WITH NO ADVANCING
                ACCEPT W-IMPORTAR
                IF W-IMPORTAR = "s"
                   MOVE "S" TO W-IMPORTAR.
                IF W-IMPORTAR = "n"
                   MOVE "N" TO W-IMPORTAR.
                IF W-IMPORTAR = "N"
                   GO TO CONCILIAR.
                IF W-IMPORTAR NOT = "S"
                   DISPLAY "*** DIGITE S OU N ***"
                   GO TO PEDIR-IMPORTAR.
                OPEN INPUT ARQEXT
                IF ST-EXT NOT = "00"
                   DISPLAY "ARQUIVO DE EXTRATO (EXTRATO.DAT) NAO"
                           " ENCONTRADO: " ST-EXT
                   MOVE "00" TO ST-EXT
                   GO TO CONCILIAR.
      *
      ***************************************
      * IMPORTACAO DO EXTRATO PARA O ARQEXB  *
      ***************************************
      *
       IMP-LOOP.
                READ ARQEXT
                   AT END GO TO IMP-FIM.
                ADD 1 TO W-LIDOS
                IF EXT-BANCO NOT = BCO-BANCO OR
                   EXT-AGENCIA NOT = BCO-AGENCIA OR
                   EXT-NUM-CONTA NOT = BCO-NUM-CONTA
                   ADD 1 TO W-REJEITADOS
                   DISPLAY " *** REJEITADA: LINHA " W-LIDOS
                           " DE OUTRA CONTA ***"
                   GO TO IMP-LOOP.
                IF EXT-TIPO NOT = "C" AND NOT = "D"
                   ADD 1 TO W-REJEITADOS
                   DISPLAY " *** REJEITADA: LINHA " W-LIDOS
                           " TIPO INVALIDO " EXT-TIPO " ***"
                   GO TO IMP-LOOP.
                IF EXT-VALOR = ZEROS
                   ADD 1 TO W-REJEITADOS
                   DISPLAY " *** REJEITADA: LINHA " W-LIDOS
                           " SEM VALOR ***"
                   GO TO IMP-LOOP.
                MOVE EXT-DATA TO W-DATA-VAL
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
                IF W-DATA-OK = 0
                   ADD 1 TO W-REJEITADOS
                   DISPLAY " *** REJEITADA: LINHA " W-LIDOS
                           " DATA INVALIDA " EXT-DATA " ***"
                   GO TO IMP-LOOP.
                ADD 1 TO BCO-ULT-EXT
                MOVE BCO-CONTA     TO EXB-CONTA EXB-ID-CONTA
                MOVE BCO-ULT-EXT   TO EXB-SEQ
                MOVE EXT-DATA      TO EXB-DATA
                MOVE EXT-TIPO      TO EXB-TIPO
                MOVE EXT-VALOR     TO EXB-VALOR
                MOVE EXT-DOCUMENTO TO EXB-DOCUMENTO
                MOVE EXT-HIST      TO EXB-HIST
                MOVE W-HOJE        TO EXB-DATA-IMP
                MOVE SPACES        TO EXB-CONCIL
                MOVE ZEROS         TO EXB-LCB-SEQ
                WRITE REGEXB
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-EXB THRU DIARIO-EXB-FIM
                IF ST-EXB = "22"
                   MOVE "00" TO ST-EXB
                   SUBTRACT 1 FROM BCO-ULT-EXT
                   ADD 1 TO W-REJEITADOS
                   DISPLAY " *** REJEITADA: LINHA " W-LIDOS
                           " JA IMPORTADA ***"
                   GO TO IMP-LOOP.
                IF ST-EXB NOT = "00" AND NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO ARQEXB: " ST-EXB
                   MOVE "ERRO NA GRAVACAO DO ARQEXB" TO ERR-MENSAGEM
                   MOVE "ARQEXB" TO ERR-ARQUIVO
                   MOVE ST-EXB   TO ERR-STATUS
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-EXB
                   SUBTRACT 1 FROM BCO-ULT-EXT
                   ADD 1 TO W-REJEITADOS
                   GO TO IMP-LOOP.
                ADD 1 TO W-IMPORTADOS
                GO TO IMP-LOOP.
      *
      *   A CONTA FOI LIDA SEM BLOQUEIO; SO AQUI ELA E RELIDA (COM
      *   BLOQUEIO) P/ SOMAR AS LINHAS IMPORTADAS AO ULTIMO NUMERO
      *   DE EXTRATO, PRESERVANDO O QUE OUTROS PROGRAMAS GRAVARAM
      *   NELA DURANTE A IMPORTACAO
      *
       IMP-FIM.
                CLOSE ARQEXT
                IF W-IMPORTADOS = ZEROS
                   GO TO CONCILIAR.
                MOVE W-CONTA TO BCO-CONTA
                READ ARQBCO
                MOVE REGBCO TO JRN-ANT-BCO
                IF ST-BCO NOT = "00"
                   DISPLAY "ERRO NA RELEITURA DO ARQBCO: " ST-BCO
                   MOVE "ERRO NA RELEITURA DO ARQBCO" TO ERR-MENSAGEM
                   MOVE "ARQBCO" TO ERR-ARQUIVO
                   MOVE ST-BCO   TO ERR-STATUS
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-BCO
                   GO TO CONCILIAR.
                ADD W-IMPORTADOS TO BCO-ULT-EXT
                REWRITE REGBCO
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-BCO THRU DIARIO-BCO-FIM
                IF ST-BCO NOT = "00" AND NOT = "02"
                   DISPLAY "ERRO NA ATUALIZACAO DO ARQBCO: " ST-BCO
                   MOVE "00" TO ST-BCO.
      *
      ***************************************
      * CONCILIACAO AUTOMATICA: PARA CADA    *
      * LINHA PENDENTE DO EXTRATO PROCURA O  *
      * LANCAMENTO PENDENTE DE MESMO TIPO E  *
      * VALOR COM A DATA MAIS PROXIMA DENTRO *
      * DA TOLERANCIA                        *
      ***************************************
      *
       CONCILIAR.
                MOVE BCO-CONTA TO EXB-CONTA
                MOVE ZEROS     TO EXB-SEQ
                START ARQEXB KEY IS NOT LESS EXB-CHAVE INVALID KEY
                      MOVE "10" TO ST-EXB.
                IF ST-EXB NOT = "00"
                   MOVE "00" TO ST-EXB
                   GO TO FIM-LOTE.
       CONC-LOOP.
                READ ARQEXB NEXT
                   AT END GO TO FIM-LOTE.
                MOVE REGEXB TO JRN-ANT-EXB
                IF EXB-CONTA NOT = BCO-CONTA
                   GO TO FIM-LOTE.
                IF EXB-CONCIL = "S"
                   GO TO CONC-LOOP.
                PERFORM PROCURAR-LCB THRU PROCURAR-LCB-FIM
                IF W-MELHOR-SEQ = ZEROS
                   ADD 1 TO W-PENDENTES
                   GO TO CONC-LOOP.
                MOVE BCO-CONTA    TO LCB-CONTA
                MOVE W-MELHOR-SEQ TO LCB-SEQ
                READ ARQLCB
                MOVE REGLCB TO JRN-ANT-LCB
                IF ST-LCB NOT = "00"
                   MOVE "00" TO ST-LCB
                   ADD 1 TO W-PENDENTES
                   GO TO CONC-LOOP.
                PERFORM MARCAR-PAR THRU MARCAR-PAR-FIM
                GO TO CONC-LOOP.
      *
       PROCURAR-LCB.
                MOVE ZEROS TO W-MELHOR-SEQ
                MOVE 99999999 TO W-MELHOR-DIF
                MOVE EXB-DATA (5:4) TO W-DATA-AMD (1:4)
                MOVE EXB-DATA (3:2) TO W-DATA-AMD (5:2)
                MOVE EXB-DATA (1:2) TO W-DATA-AMD (7:2)
                COMPUTE W-DIAS-EXB =
                        FUNCTION INTEGER-OF-DATE (W-DATA-AMD)
                MOVE BCO-CONTA TO LCB-CONTA
                MOVE ZEROS     TO LCB-SEQ
                START ARQLCB KEY IS NOT LESS LCB-CHAVE INVALID KEY
                      MOVE "10" TO ST-LCB.
                IF ST-LCB NOT = "00"
                   MOVE "00" TO ST-LCB
                   GO TO PROCURAR-LCB-FIM.
       PROCURAR-LCB-LOOP.
                READ ARQLCB NEXT
                   AT END MOVE "10" TO ST-LCB.
                MOVE REGLCB TO JRN-ANT-LCB
                IF ST-LCB NOT = "00"
                   MOVE "00" TO ST-LCB
                   GO TO PROCURAR-LCB-FIM.
                IF LCB-CONTA NOT = BCO-CONTA
                   GO TO PROCURAR-LCB-FIM.
                IF LCB-CONCIL = "S" OR LCB-TIPO NOT = EXB-TIPO
                   OR LCB-VALOR NOT = EXB-VALOR
                   GO TO PROCURAR-LCB-LOOP.
                IF LCB-DATA (5:4) < "1601" OR LCB-DATA (5:4) > "2099"
                   GO TO PROCURAR-LCB-LOOP.
                MOVE LCB-DATA (5:4) TO W-DATA-AMD (1:4)
                MOVE LCB-DATA (3:2) TO W-DATA-AMD (5:2)
                MOVE LCB-DATA (1:2) TO W-DATA-AMD (7:2)
                COMPUTE W-DIAS-LCB =
                        FUNCTION INTEGER-OF-DATE (W-DATA-AMD)
                IF W-DIAS-LCB > W-DIAS-EXB
                   COMPUTE W-DIFERENCA = W-DIAS-LCB - W-DIAS-EXB
                ELSE
                   COMPUTE W-DIFERENCA = W-DIAS-EXB - W-DIAS-LCB.
                IF W-DIFERENCA > W-TOLERANCIA
                   OR W-DIFERENCA NOT < W-MELHOR-DIF
                   GO TO PROCURAR-LCB-LOOP.
                MOVE W-DIFERENCA TO W-MELHOR-DIF
                MOVE LCB-SEQ     TO W-MELHOR-SEQ
                GO TO PROCURAR-LCB-LOOP.
       PROCURAR-LCB-FIM.
                EXIT.
      *
      ***************************************
      * MARCA O PAR EXTRATO/LANCAMENTO COMO  *
      * CONCILIADO (REGEXB E REGLCB LIDOS)   *
      ***************************************
      *
       MARCAR-PAR.
                MOVE "S"     TO LCB-CONCIL
                MOVE EXB-SEQ TO LCB-EXT-SEQ
                REWRITE REGLCB
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-LCB THRU DIARIO-LCB-FIM
                IF ST-LCB NOT = "00" AND NOT = "02"
                   DISPLAY " *** LANCAMENTO " LCB-SEQ
                           " NAO ATUALIZADO: " ST-LCB " ***"
                   MOVE "00" TO ST-LCB
                   ADD 1 TO W-PENDENTES
                   GO TO MARCAR-PAR-FIM.
                MOVE "S"     TO EXB-CONCIL
                MOVE LCB-SEQ TO EXB-LCB-SEQ
                REWRITE REGEXB
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-EXB THRU DIARIO-EXB-FIM
                IF ST-EXB NOT = "00" AND NOT = "02"
                   DISPLAY " *** LINHA DO EXTRATO " EXB-SEQ
                           " NAO ATUALIZADA: " ST-EXB " ***"
                   MOVE "00" TO ST-EXB.
                ADD 1 TO W-CONCILIADOS
                PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM.
       MARCAR-PAR-FIM.
                EXIT.
      *
      ***************************************
      * CONCILIACAO MANUAL: LINHA DO EXTRATO *
      * E LANCAMENTO INFORMADOS PELO OPERADOR*
      * (VALORES E TIPOS DEVEM CONFERIR)     *
      ***************************************
      *
       CONC-MANUAL.
                DISPLAY "SEQ. DA LINHA DO EXTRATO (0=FIM): "
                        WITH NO ADVANCING
                ACCEPT W-EXB-SEQ
                IF W-EXB-SEQ = ZEROS
                   GO TO FIM-LOTE.
                MOVE BCO-CONTA TO EXB-CONTA
                MOVE W-EXB-SEQ TO EXB-SEQ
                READ ARQEXB
                MOVE REGEXB TO JRN-ANT-EXB
                IF ST-EXB NOT = "00"
                   MOVE "00" TO ST-EXB
                   DISPLAY "*** LINHA DO EXTRATO NAO ENCONTRADA ***"
                   GO TO CONC-MANUAL.
                IF EXB-CONCIL = "S"
                   DISPLAY "*** LINHA JA CONCILIADA COM O LANCAMENTO "
                           EXB-LCB-SEQ " ***"
                   GO TO CONC-MANUAL.
                DISPLAY "EXTRATO: " EXB-DATA " " EXB-TIPO " "
                        EXB-VALOR " " EXB-HIST.
       MANUAL-LCB.
                DISPLAY "SEQ. DO LANCAMENTO DO RAZAO (0=VOLTAR): "
                        WITH NO ADVANCING
                ACCEPT W-LCB-SEQ
                IF W-LCB-SEQ = ZEROS
                   GO TO CONC-MANUAL.
                MOVE BCO-CONTA TO LCB-CONTA
                MOVE W-LCB-SEQ TO LCB-SEQ
                READ ARQLCB
                MOVE REGLCB TO JRN-ANT-LCB
                IF ST-LCB NOT = "00"
                   MOVE "00" TO ST-LCB
                   DISPLAY "*** LANCAMENTO NAO ENCONTRADO ***"
                   GO TO MANUAL-LCB.
                IF LCB-CONCIL = "S"
                   DISPLAY "*** LANCAMENTO JA CONCILIADO COM A LINHA "
                           LCB-EXT-SEQ " ***"
                   GO TO MANUAL-LCB.
                DISPLAY "RAZAO  : " LCB-DATA " " LCB-TIPO " "
                        LCB-VALOR " " LCB-HIST.
                IF LCB-TIPO NOT = EXB-TIPO OR LCB-VALOR NOT = EXB-VALOR
                   DISPLAY "*** TIPO OU VALOR NAO CONFEREM ***"
                   GO TO MANUAL-LCB.
       MANUAL-CONF.
                DISPLAY "CONFIRMA A CONCILIACAO (S/N): "
                        WITH NO ADVANCING
                ACCEPT W-CONFIRMA
                IF W-CONFIRMA = "N" OR "n"
                   GO TO CONC-MANUAL.
                IF W-CONFIRMA NOT = "S" AND NOT = "s"
                   GO TO MANUAL-CONF.
                PERFORM MARCAR-PAR THRU MARCAR-PAR-FIM
                GO TO CONC-MANUAL.
      *
      ***************************************
      * TOLERANCIA EM DIAS PARA A DATA       *
      * (PARAMETRO CONCDIAS, PADRAO ZERO)    *
      ***************************************
      *
       LER-PARAMETROS.
                MOVE ZEROS TO W-TOLERANCIA
                OPEN INPUT ARQPARAM
                IF ST-PAR NOT = "00"
                   MOVE "00" TO ST-PAR
                   GO TO LER-PARAMETROS-FIM.
                MOVE "CONCDIAS" TO PAR-COD
                READ ARQPARAM
                IF ST-PAR = "00" AND PAR-VALOR < 1000
                   MOVE PAR-VALOR TO W-TOLERANCIA.
                MOVE "00" TO ST-PAR
                CLOSE ARQPARAM.
       LER-PARAMETROS-FIM.
                EXIT.
      *
      ***************************************
      * VALIDACAO DA DATA DDMMAAAA RECEBIDA  *
      * EM W-DATA-VAL                        *
      ***************************************
      *
       VALIDAR-DATA.
                MOVE 1 TO W-DATA-OK
                MOVE W-DATA-VAL (1:2) TO W-DATA-DIA
                MOVE W-DATA-VAL (3:2) TO W-DATA-MES
                MOVE W-DATA-VAL (5:4) TO W-DATA-ANO
                IF W-DATA-MES < 1 OR W-DATA-MES > 12
                   MOVE 0 TO W-DATA-OK
                   GO TO VALIDAR-DATA-FIM.
                IF W-DATA-ANO < 1900 OR W-DATA-ANO > 2099
                   MOVE 0 TO W-DATA-OK
                   GO TO VALIDAR-DATA-FIM.
                EVALUATE W-DATA-MES
                   WHEN 04 WHEN 06 WHEN 09 WHEN 11
                      MOVE 30 TO W-DIA-MAX
                   WHEN 02
                      IF (FUNCTION MOD (W-DATA-ANO, 4) = 0 AND
                          FUNCTION MOD (W-DATA-ANO, 100) NOT = 0)
                          OR FUNCTION MOD (W-DATA-ANO, 400) = 0
                         MOVE 29 TO W-DIA-MAX
                      ELSE
                         MOVE 28 TO W-DIA-MAX
                      END-IF
                   WHEN OTHER
                      MOVE 31 TO W-DIA-MAX
                END-EVALUATE
                IF W-DATA-DIA < 1 OR W-DATA-DIA > W-DIA-MAX
                   MOVE 0 TO W-DATA-OK.
       VALIDAR-DATA-FIM.
                EXIT.
      *
      ***************************************
      * GRAVACAO DA TRILHA DE AUDITORIA      *
      ***************************************
      *
       GRAVAR-AUDITORIA.
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                ACCEPT AUD-HORA FROM TIME
                MOVE "ARQLCB"    TO AUD-ARQUIVO
                MOVE "C"         TO AUD-OPERACAO
                MOVE LCB-CHAVE   TO AUD-CHAVE-REG
                MOVE W-OPERADOR  TO AUD-OPERADOR
                WRITE REGAUD
                IF ST-AUD NOT = "00"
                   MOVE "00" TO ST-AUD.
       GRAVAR-AUDITORIA-FIM.
                EXIT.
      *
       FIM-LOTE.
                CLOSE ARQBCO ARQLCB ARQEXB ARQAUD
                DISPLAY "*** CONCILIACAO PROCESSADA ***"
                DISPLAY "LINHAS DO EXTRATO LIDAS : " W-LIDOS
                DISPLAY "LINHAS IMPORTADAS       : " W-IMPORTADOS
                DISPLAY "LINHAS REJEITADAS       : " W-REJEITADOS
                DISPLAY "PARES CONCILIADOS       : " W-CONCILIADOS
                DISPLAY "LINHAS AINDA PENDENTES  : " W-PENDENTES
                GO TO ROT-FIM.
      *
      ***************************************
      * GRAVACAO DO LOG DE ERROS DE ARQUIVO  *
      ***************************************
      *
       GRAVAR-ERRO.
                ACCEPT ERR-DATA FROM DATE YYYYMMDD
                ACCEPT ERR-HORA FROM TIME
                MOVE "CONCBCO" TO ERR-PROGRAMA
                WRITE REGERRO.
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
                MOVE "CONCBCO"    TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-EXB.
                MOVE "ARQEXB"     TO JRN-ARQUIVO
                MOVE ST-EXB       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-EXB TO JRN-ANTES
                ELSE
                   MOVE REGEXB TO JRN-ANTES.
                MOVE REGEXB TO JRN-DEPOIS JRN-ANT-EXB
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-EXB-FIM.
                EXIT.
       DIARIO-BCO.
                MOVE "ARQBCO"     TO JRN-ARQUIVO
                MOVE ST-BCO       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-BCO TO JRN-ANTES
                ELSE
                   MOVE REGBCO TO JRN-ANTES.
                MOVE REGBCO TO JRN-DEPOIS JRN-ANT-BCO
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-BCO-FIM.
                EXIT.
       DIARIO-LCB.
                MOVE "ARQLCB"     TO JRN-ARQUIVO
                MOVE ST-LCB       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-LCB TO JRN-ANTES
                ELSE
                   MOVE REGLCB TO JRN-ANTES.
                MOVE REGLCB TO JRN-DEPOIS JRN-ANT-LCB
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-LCB-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
                CLOSE ARQERRO
                EXIT PROGRAM.
       ROT-FIM2.
                EXIT PROGRAM.
