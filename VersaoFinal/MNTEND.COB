       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTEND.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * MANUTENCAO DOS LOCAIS DE ENTREGA DO CLIENTE  *
      * (OBRAS, FILIAIS, DEPOSITOS). CADA LOCAL E    *
      * IDENTIFICADO PELO CPF/CNPJ DO CLIENTE E UMA  *
      * SEQUENCIA DE 01 A 99. A SEQUENCIA 00 E       *
      * RESERVADA PARA O ENDERECO DO PROPRIO         *
      * CADASTRO DO CLIENTE (ARQCLI). O CEP E        *
      * VALIDADO NO ARQCEP, QUE PREENCHE LOGRADOURO, *
      * BAIRRO, CIDADE E UF COMO NO CADASTRO DE      *
      * CLIENTES.                                    *
      * A EXCLUSAO E LOGICA (END-SIT = I), POIS AS   *
      * ENTREGAS (ARQENT) E OS PEDIDOS (ARQPDV)      *
      * GUARDAM A SEQUENCIA ESCOLHIDA. A ALTERACAO   *
      * REATIVA O LOCAL                              *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS END-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CPF
                    FILE STATUS  IS ST-CLI
                    ALTERNATE RECORD KEY IS CLI-NOME
                                   WITH DUPLICATES.
       SELECT ARQCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP-NUM
                    FILE STATUS  IS ST-CEP
                    ALTERNATE RECORD KEY IS CEP-NOME
                                   WITH DUPLICATES.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEND.DAT".
       01 REGEND.
                03 END-CHAVE.
                   05 END-CLI-CPF      PIC 9(14).
                   05 END-SEQ          PIC 9(02).
                03 END-APELIDO      PIC X(20).
                03 END-CEP          PIC X(08).
                03 END-LOGRADOURO   PIC X(30).
                03 END-NUM-LOGR     PIC 9(05).
                03 END-COMPL-LOGR   PIC X(12).
                03 END-BAIRRO       PIC X(20).
                03 END-CIDADE       PIC X(20).
                03 END-UF           PIC X(02).
                03 END-CONTATO      PIC X(30).
                03 END-DDD          PIC 9(02).
                03 END-NUMTEL       PIC 9(09).
                03 END-SIT          PIC X(01).
      *
       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REGCLI.
                03 CLI-TIPO     PIC X(1).
                03 CLI-CPF      PIC 9(14).
                03 CLI-NOME     PIC X(30).
                03 CLI-FANTASIA     PIC X(12).
                03 CLI-DDD          PIC 9(2).
                03 CLI-NUMTEL      PIC 9(9).
                03 CLI-DDD2     PIC 9(2).
                03 CLI-NUMTEL2  PIC 9(9).
                03 CLI-DDD3     PIC 9(2).
                03 CLI-NUMTEL3  PIC 9(9).
                03 CLI-EMAIL      PIC X(30).
                03 CLI-CEP      PIC X(8).
                03 CLI-CONTATO      PIC X(30).
                03 CLI-NUM-LOGR      PIC 9(5).
                03 CLI-COMPL-LOGR      PIC X(12).
                03 CLI-LOGRADOURO      PIC X(30).
                03 CLI-BAIRRO      PIC X(20).
                03 CLI-CIDADE      PIC X(20).
                03 CLI-UF      PIC X(02).
                03 CLI-LIMITE-CREDITO PIC 9(10).
                03 CLI-SIT                PIC X(01).
                03 CLI-VERSAO             PIC 9(08).
                03 CLI-COND-PAG           PIC X(04).
      *
       FD ARQCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCEP.DAT".
       01 REGCEP.
                03 CEP-NUM      PIC 9(08).
                03 CEP-NOME         PIC X(30).
                03 CEP-BAIRRO        PIC X(20).
                03 CEP-CIDADE        PIC X(20).
                03 CEP-UF                 PIC X(02).
                03 CEP-SIT                PIC X(01).
                03 CEP-VERSAO             PIC 9(08).
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
       77 W-SEL          PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO     PIC X(02) VALUE "00".
       77 ST-CLI      PIC X(02) VALUE "00".
       77 ST-CEP      PIC X(02) VALUE "00".
       77 ST-LOG      PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-CPF          PIC 9(14) VALUE ZEROS.
       77 W-PROX-SEQ     PIC 9(02) VALUE ZEROS.
       77 W-DESC-SIT     PIC X(10) VALUE SPACES.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-END          PIC X(175).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAEND.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "=================LOCAIS DE ENTREGA DO ".
           05  LINE 03  COLUMN 40
               VALUE  "CLIENTE =================================".
           05  LINE 05  COLUMN 01
               VALUE  "      CPF/CNPJ CLIENTE:".
           05  LINE 06  COLUMN 01
               VALUE  "                 NOME:".
           05  LINE 08  COLUMN 01
               VALUE  "  SEQUENCIA DO LOCAL :".
           05  LINE 09  COLUMN 01
               VALUE  "  IDENTIF. (OBRA/FIL):".
           05  LINE 11  COLUMN 01
               VALUE  "                  CEP:".
           05  LINE 12  COLUMN 01
               VALUE  "           LOGRADOURO:".
           05  LINE 13  COLUMN 01
               VALUE  "               NUMERO:".
           05  LINE 13  COLUMN 33
               VALUE  "COMPLEMENTO:".
           05  LINE 14  COLUMN 01
               VALUE  "               BAIRRO:".
           05  LINE 15  COLUMN 01
               VALUE  "               CIDADE:".
           05  LINE 15  COLUMN 48
               VALUE  "UF:".
           05  LINE 17  COLUMN 01
               VALUE  "    CONTATO NO LOCAL :".
           05  LINE 18  COLUMN 01
               VALUE  "       DDD / TELEFONE:".
           05  LINE 19  COLUMN 01
               VALUE  "             SITUACAO:".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TEND-CLI-CPF
               LINE 05  COLUMN 24  PIC 9(14)
               USING  END-CLI-CPF.
           05  TCLI-NOME
               LINE 06  COLUMN 24  PIC X(30)
               USING  CLI-NOME.
           05  TEND-SEQ
               LINE 08  COLUMN 24  PIC 9(02)
               USING  END-SEQ.
           05  TEND-APELIDO
               LINE 09  COLUMN 24  PIC X(20)
               USING  END-APELIDO.
           05  TEND-CEP
               LINE 11  COLUMN 24  PIC X(08)
               USING  END-CEP.
           05  TEND-LOGRADOURO
               LINE 12  COLUMN 24  PIC X(30)
               USING  END-LOGRADOURO.
           05  TEND-NUM-LOGR
               LINE 13  COLUMN 24  PIC 9(05)
               USING  END-NUM-LOGR.
           05  TEND-COMPL-LOGR
               LINE 13  COLUMN 46  PIC X(12)
               USING  END-COMPL-LOGR.
           05  TEND-BAIRRO
               LINE 14  COLUMN 24  PIC X(20)
               USING  END-BAIRRO.
           05  TEND-CIDADE
               LINE 15  COLUMN 24  PIC X(20)
               USING  END-CIDADE.
           05  TEND-UF
               LINE 15  COLUMN 52  PIC X(02)
               USING  END-UF.
           05  TEND-CONTATO
               LINE 17  COLUMN 24  PIC X(30)
               USING  END-CONTATO.
           05  TEND-DDD
               LINE 18  COLUMN 24  PIC 9(02)
               USING  END-DDD.
           05  TEND-NUMTEL
               LINE 18  COLUMN 28  PIC 9(09)
               USING  END-NUMTEL.
           05  TW-DESC-SIT
               LINE 19  COLUMN 24  PIC X(10)
               USING  W-DESC-SIT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O ARQEND
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT ARQEND
                      CLOSE ARQEND
                      MOVE "* ARQ LOCAIS DE ENTREGA SENDO CRIADO *"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ LOCAIS ENTREGA"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-OP0B.
           OPEN INPUT ARQCLI
           IF ST-CLI NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQ DE CLIENTES"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQEND
                      GO TO ROT-FIM.
           OPEN INPUT ARQCEP
           IF ST-CEP NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQ DE CEP" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQEND ARQCLI
                      GO TO ROT-FIM.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
       R1.
                MOVE SPACES TO CLI-NOME END-APELIDO END-CEP
                               END-LOGRADOURO END-COMPL-LOGR END-BAIRRO
                               END-CIDADE END-UF END-CONTATO END-SIT
                               W-DESC-SIT.
                MOVE ZEROS  TO END-CLI-CPF END-SEQ END-NUM-LOGR END-DDD
                               END-NUMTEL.
                DISPLAY TELAEND.
       R2.
                ACCEPT TEND-CLI-CPF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE ARQEND ARQCLI ARQCEP ARQERRO
                   GO TO ROT-FIM.
                IF END-CLI-CPF = ZEROS
                   MOVE "*** CPF/CNPJ INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
                MOVE END-CLI-CPF TO CLI-CPF W-CPF
                READ ARQCLI
                IF ST-CLI NOT = "00"
                   MOVE "00" TO ST-CLI
                   MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
                IF CLI-SIT = "E"
                   MOVE "*** CLIENTE EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
                DISPLAY TCLI-NOME
                PERFORM PROX-SEQ THRU PROX-SEQ-FIM
                MOVE W-CPF      TO END-CLI-CPF
                MOVE W-PROX-SEQ TO END-SEQ.
       R3.
                DISPLAY TEND-SEQ
                ACCEPT TEND-SEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R1.
                IF END-SEQ = ZEROS
                   MOVE "*** SEQ. 00 E O ENDERECO DO CADASTRO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       LER-END01.
                MOVE 0 TO W-SEL
                MOVE W-CPF TO END-CLI-CPF
                READ ARQEND
                MOVE REGEND TO JRN-ANT-END
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM MOSTRAR-SIT THRU MOSTRAR-SIT-FIM
                      DISPLAY TELAEND
                      MOVE "*** LOCAL JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. LOCAIS DE ENTREGA"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   MOVE SPACES TO END-APELIDO END-CEP END-LOGRADOURO
                                  END-COMPL-LOGR END-BAIRRO END-CIDADE
                                  END-UF END-CONTATO W-DESC-SIT
                   MOVE ZEROS  TO END-NUM-LOGR END-DDD END-NUMTEL
                   MOVE "A"    TO END-SIT.
       R4.
                ACCEPT TEND-APELIDO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R3.
                IF END-APELIDO = SPACES
                   MOVE "IDENTIFICACAO DEVE SER DIFERENTE DE BRANCOS"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       R5.
                ACCEPT TEND-CEP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R4.
                IF END-CEP = SPACES
                   MOVE "CEP DEVE SER DIFERENTE DE BRANCOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
                IF END-CEP NOT NUMERIC
                   MOVE "CEP NAO CADASTRADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       R5A.
               MOVE END-CEP TO CEP-NUM.
       R5B.
               READ ARQCEP
               IF ST-CEP NOT = "00"
                      MOVE "CEP NAO CADASTRADO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R5
               ELSE
                     MOVE CEP-NOME    TO END-LOGRADOURO
                     MOVE CEP-BAIRRO  TO END-BAIRRO
                     MOVE CEP-CIDADE  TO END-CIDADE
                     MOVE CEP-UF      TO END-UF
                     DISPLAY TEND-LOGRADOURO
                     DISPLAY TEND-BAIRRO
                     DISPLAY TEND-CIDADE
                     DISPLAY TEND-UF.
       R6.
                ACCEPT TEND-NUM-LOGR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R5.
                IF END-NUM-LOGR = ZEROS
                   MOVE "NUMERO DEVE SER DIFERENTE DE ZEROS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
       R7.
                ACCEPT TEND-COMPL-LOGR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R6.
       R8.
                ACCEPT TEND-CONTATO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R7.
       R9.
                ACCEPT TEND-DDD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R8.
       R9A.
                ACCEPT TEND-NUMTEL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R9.
                IF END-NUMTEL NOT = ZEROS AND END-DDD = ZEROS
                   MOVE "*** INFORME O DDD DO TELEFONE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R9.
       R10.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R9A.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE "A" TO END-SIT
                WRITE REGEND
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-END THRU DIARIO-END-FIM
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                      MOVE "*** LOCAL JA EXISTE ***          " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQ LOCAIS ENTREGA"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      ****** ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO DE LOCAL ******
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO R1.
                IF W-ACT = 03
                   GO TO R4.
                IF END-SIT = "I"
                   MOVE "*** LOCAL JA ESTA DESATIVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                MOVE "I" TO END-SIT
                REWRITE REGEND
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-END THRU DIARIO-END-FIM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** LOCAL DE ENTREGA DESATIVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      **********
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R9A.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE "A" TO END-SIT
                REWRITE REGEND
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-END THRU DIARIO-END-FIM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO LOCAL DE ENTREGA"
                                                       TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * PROXIMA SEQUENCIA LIVRE DO CLIENTE,  *
      * SUGERIDA NA INCLUSAO DE NOVO LOCAL   *
      ***************************************
      *
       PROX-SEQ.
                MOVE ZEROS TO W-PROX-SEQ
                MOVE W-CPF TO END-CLI-CPF
                MOVE ZEROS TO END-SEQ
                START ARQEND KEY IS NOT LESS END-CHAVE INVALID KEY
                      MOVE "10" TO ST-ERRO.
       PROX-SEQ1.
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO PROX-SEQ2.
                READ ARQEND NEXT
                   AT END MOVE "10" TO ST-ERRO.
                IF ST-ERRO = "00" AND END-CLI-CPF = W-CPF
                   MOVE END-SEQ TO W-PROX-SEQ
                   GO TO PROX-SEQ1.
                MOVE "00" TO ST-ERRO.
       PROX-SEQ2.
                IF W-PROX-SEQ < 99
                   ADD 1 TO W-PROX-SEQ.
       PROX-SEQ-FIM.
                EXIT.
      *
       MOSTRAR-SIT.
                IF END-SIT = "I"
                   MOVE "DESATIVADO" TO W-DESC-SIT
                ELSE
                   MOVE "ATIVO"      TO W-DESC-SIT.
       MOSTRAR-SIT-FIM.
                EXIT.
      *
      ***************************************
      * GRAVACAO DO LOG DE ERROS DE ARQUIVO  *
      ***************************************
      *
       GRAVAR-ERRO.
                ACCEPT ERR-DATA FROM DATE YYYYMMDD
                ACCEPT ERR-HORA FROM TIME
                MOVE "MNTEND"  TO ERR-PROGRAMA
                MOVE MENS      TO ERR-MENSAGEM
                MOVE "ARQEND"  TO ERR-ARQUIVO
                MOVE ST-ERRO   TO ERR-STATUS
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
                MOVE "MNTEND"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-END.
                MOVE "ARQEND"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-END TO JRN-ANTES
                ELSE
                   MOVE REGEND TO JRN-ANTES.
                MOVE REGEND TO JRN-DEPOIS JRN-ANT-END
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-END-FIM.
                EXIT.
      *
      ***** ROTINA DE FIM *****
      *
       ROT-FIM.
                CLOSE ARQERRO
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **** ROTINA DE MENSAGEM *****
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT
                IF MENS(1:4) = "ERRO"
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
