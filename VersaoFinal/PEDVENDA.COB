      * PELO VENDPRO, QUE LIBERA A RESERVA E GERA    *
      * NOTA, CONTAS A RECEBER E MOVIMENTO DE SAIDA. *
      * UM PEDIDO EM ABERTO PODE SER CANCELADO AQUI, *
      * DEVOLVENDO A RESERVA. O PEDIDO PODE SER      *
      * MARCADO PARA ENTREGA EM UM DOS LOCAIS DE     *
      * ENTREGA DO CLIENTE (ARQEND), SUGERIDO AO     *
      * VENDPRO NO FATURAMENTO. SEM ESTOQUE          *
      * DISPONIVEL PARA O ITEM, PODE SER REGISTRADA  *
      * A ENCOMENDA DO CLIENTE (ENCDRV), QUE VIRA UM  *
      * PEDIDO COM RESERVA QUANDO A MERCADORIA       *
      * CHEGAR                                       *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SLD-CHAVE
                    FILE STATUS  IS ST-SLD.
       SELECT ARQEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS END-CHAVE
                    FILE STATUS  IS ST-END.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
                03 PDV-CLI-CPF        PIC 9(14).
                03 PDV-DATA-EMISSAO   PIC 9(08).
                03 PDV-STATUS         PIC X(01).
                03 PDV-ENTREGA        PIC X(01).
                03 PDV-END-SEQ        PIC 9(02).
      *
       FD ARQPDVI
               LABEL RECORD IS STANDARD
                   05 SLD-PRO-COD    PIC 9(08).
                   05 SLD-LOC        PIC X(02).
                03 SLD-QTDE          PIC 9(06).
      *
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
       FD ARQERRO
               LABEL RECORD IS STANDARD
       77 W-DATA-ANO    PIC 9(04) VALUE ZEROS.
       77 W-DIA-MAX     PIC 9(02) VALUE ZEROS.
       77 W-DATA-OK     PIC 9(01) VALUE ZEROS.
       77 ST-END        PIC X(02) VALUE "00".
       77 W-TEM-END     PIC 9(01) VALUE ZEROS.
       77 W-ENTREGA     PIC X(01) VALUE SPACES.
       77 W-END-SEQ     PIC 9(02) VALUE ZEROS.
       77 W-QTD-END     PIC 9(02) VALUE ZEROS.
       77 W-PONT        PIC 9(03) VALUE ZEROS.
       77 W-LISTA-END   PIC X(78) VALUE SPACES.
       01 ENL-COMUNIC.
                03 ENL-FUNCAO     PIC X(01).
                03 ENL-PRO-COD    PIC 9(08).
                03 ENL-CLI-CPF    PIC 9(14).
                03 ENL-QTDE       PIC 9(06).
                03 ENL-PRECO      PIC 9(08).
                03 ENL-ORIGEM     PIC X(08).
                03 ENL-LIVRE      PIC 9(08).
                03 ENL-ALOCADAS   PIC 9(04).
                03 ENL-RETORNO    PIC X(02).
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-PDV          PIC X(34).
       01 JRN-ANT-RSV          PIC X(14).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPDV.
                ELSE
                   MOVE 0 TO W-TEM-SLD
                   MOVE "00" TO ST-SLD.
      *   SEM O CADASTRO DE LOCAIS DE ENTREGA O PEDIDO E ENTREGUE
      *   NO ENDERECO DO CADASTRO DO CLIENTE
       ABRIR-END.
                OPEN INPUT ARQEND
                IF ST-END = "00"
                   MOVE 1 TO W-TEM-END
                ELSE
                   MOVE 0 TO W-TEM-END
                   MOVE "00" TO ST-END.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   IF W-TEM-SLD = 1
                      CLOSE ARQSLD
                   END-IF
                   IF W-TEM-END = 1
                      CLOSE ARQEND
                   END-IF
                   CLOSE ARQPDV ARQPDVI ARQRSV ARQCLI ARQPRO ARQERRO
                   GO TO ROT-FIM.
                IF PDV-NUM = ZEROS
                   GO TO R2.
       LER-PDV01.
                READ ARQPDV
                MOVE REGPDV TO JRN-ANT-PDV
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      IF PDV-STATUS = "A"
                   MOVE "*** ESTOQUE DISPONIVEL INSUFICIENTE ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7E.
                GO TO INC-WR-ITEM.
      *
      ***************************************
      * ENCOMENDA: SEM ESTOQUE DISPONIVEL, A *
      * QUANTIDADE PEDIDA FICA REGISTRADA    *
      * PARA O CLIENTE (ENCDRV) E O ITEM NAO *
      * ENTRA NO PEDIDO                      *
      ***************************************
      *
       R7E.
                MOVE "N" TO W-OPCAO
                DISPLAY (22, 02) "REGISTRAR ENCOMENDA (S/N) : ".
                ACCEPT (22, 30) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 OR W-OPCAO = "N" OR "n"
                   DISPLAY (22, 02) LIMPA
                   GO TO R7.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO R7E.
                DISPLAY (22, 02) LIMPA
                MOVE "R"         TO ENL-FUNCAO
                MOVE PVI-PRO-COD TO ENL-PRO-COD
                MOVE PDV-CLI-CPF TO ENL-CLI-CPF
                MOVE PVI-QTDE    TO ENL-QTDE
                MOVE PVI-PRECO   TO ENL-PRECO
                MOVE "PEDVENDA"  TO ENL-ORIGEM
                MOVE ZEROS       TO ENL-LIVRE
                CALL "ENCDRV" USING ENL-COMUNIC
                IF ENL-RETORNO NOT = "00"
                   MOVE "*** ENCOMENDA NAO REGISTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7.
                MOVE "*** ENCOMENDA REGISTRADA PARA O CLIENTE ***"
                                                             TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                SUBTRACT 1 FROM W-ITEM
                GO TO R5.
       INC-WR-ITEM.
                MOVE PDV-NUM   TO PVI-PDV-NUM.
                MOVE W-ITEM    TO PVI-ITEM.
                MOVE "A"       TO PVI-STATUS.
                WRITE REGPDVI
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-PDVI THRU DIARIO-PDVI-FIM
                IF ST-PVI NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ITEM DO PEDIDO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
      *
      ***************************************
      * ENTREGA DO PEDIDO: MARCA SE O PEDIDO *
      * SERA ENTREGUE E EM QUAL LOCAL DO     *
      * CLIENTE; O VENDPRO TRAZ A MARCACAO   *
      * COMO SUGESTAO AO FATURAR O PEDIDO    *
      ***************************************
      *
       PEDIR-ENTREGA.
                MOVE "N"   TO W-ENTREGA
                MOVE ZEROS TO W-END-SEQ
                DISPLAY (17, 02) "PEDIDO PARA ENTREGA (S/N) : ".
                ACCEPT (17, 31) W-ENTREGA WITH UPDATE
                IF W-ENTREGA = "s"
                   MOVE "S" TO W-ENTREGA.
                IF W-ENTREGA = "n"
                   MOVE "N" TO W-ENTREGA.
                IF W-ENTREGA NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PEDIR-ENTREGA.
                IF W-ENTREGA = "S"
                   PERFORM ESCOLHER-LOCAL THRU ESCOLHER-LOCAL-FIM.
       INC-WR-PDV.
                MOVE W-DATA-EMIS TO PDV-DATA-EMISSAO.
                MOVE "A"         TO PDV-STATUS.
                MOVE W-ENTREGA   TO PDV-ENTREGA.
                MOVE W-END-SEQ   TO PDV-END-SEQ.
                WRITE REGPDV
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-PDV THRU DIARIO-PDV-FIM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** PEDIDO GRAVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       CANC-GRAVA.
                MOVE "C" TO PDV-STATUS
                REWRITE REGPDV
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PDV THRU DIARIO-PDV-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NO CANCELAMENTO DO PEDIDO DE VENDA"
                                                             TO MENS
                GO TO R1.
      *
      ***************************************
      * ESCOLHA DO LOCAL DE ENTREGA: LISTA   *
      * OS LOCAIS ATIVOS DO CLIENTE (ARQEND) *
      * E PEDE A SEQUENCIA; 00 = ENDERECO DO *
      * CADASTRO DO CLIENTE. SEM LOCAIS      *
      * CADASTRADOS NAO PERGUNTA             *
      ***************************************
      *
       ESCOLHER-LOCAL.
                MOVE ZEROS   TO W-QTD-END
                MOVE SPACES  TO W-LISTA-END
                MOVE 1       TO W-PONT
                IF W-TEM-END = 0
                   GO TO ESCOLHER-LOCAL-FIM.
                MOVE PDV-CLI-CPF TO END-CLI-CPF
                MOVE ZEROS       TO END-SEQ
                START ARQEND KEY IS NOT LESS END-CHAVE INVALID KEY
                      MOVE "10" TO ST-END.
       ESCOLHER-LOCAL-LST.
                IF ST-END NOT = "00"
                   MOVE "00" TO ST-END
                   GO TO ESCOLHER-LOCAL-PED.
                READ ARQEND NEXT
                   AT END MOVE "10" TO ST-END.
                IF ST-END NOT = "00" OR END-CLI-CPF NOT = PDV-CLI-CPF
                   MOVE "10" TO ST-END
                   GO TO ESCOLHER-LOCAL-LST.
                IF END-SIT = "I"
                   GO TO ESCOLHER-LOCAL-LST.
                ADD 1 TO W-QTD-END
                IF W-PONT < 60
                   STRING END-SEQ "-" DELIMITED BY SIZE
                          END-APELIDO DELIMITED BY "  "
                          "  " DELIMITED BY SIZE
                          INTO W-LISTA-END WITH POINTER W-PONT.
                GO TO ESCOLHER-LOCAL-LST.
       ESCOLHER-LOCAL-PED.
                IF W-QTD-END = ZEROS
                   GO TO ESCOLHER-LOCAL-FIM.
                DISPLAY (18, 02) W-LISTA-END.
       ESCOLHER-LOCAL-SEQ.
                DISPLAY (19, 02)
                     "LOCAL DE ENTREGA (00=END. DO CLIENTE) : "
                ACCEPT (19, 42) W-END-SEQ WITH UPDATE
                IF W-END-SEQ = ZEROS
                   GO TO ESCOLHER-LOCAL-FIM.
                MOVE PDV-CLI-CPF TO END-CLI-CPF
                MOVE W-END-SEQ   TO END-SEQ
                READ ARQEND
                IF ST-END NOT = "00"
                   MOVE "00" TO ST-END
                   MOVE "*** LOCAL DE ENTREGA NAO CADASTRADO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ESCOLHER-LOCAL-SEQ.
                IF END-SIT = "I"
                   MOVE "*** LOCAL DE ENTREGA DESATIVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ESCOLHER-LOCAL-SEQ.
                DISPLAY (20, 02) END-LOGRADOURO
                DISPLAY (20, 34) END-CIDADE.
       ESCOLHER-LOCAL-FIM.
                EXIT.
      *
      ***************************************
      * SALDO RESERVADO DO PRODUTO (ARQRSV)  *
      ***************************************
      *
                MOVE ZEROS TO W-RSV-SALDO
                MOVE PRO-COD TO RSV-PRO-COD
                READ ARQRSV
                MOVE REGRSV TO JRN-ANT-RSV
                IF ST-RSV = "00"
                   MOVE RSV-QTDE TO W-RSV-SALDO
                ELSE
      *
      ***************************************
      * SOMA DOS SALDOS POR LOCAL DO PRODUTO *
      * (ARQSLD) FORA DA QUARENTENA QR E DO  *
      * TRANSITO TT - E O ESTOQUE QUE PODE   *
      * SER RESERVADO                        *
      ***************************************
      *
       SOMAR-SLD-LIVRE.
                IF ST-SLD NOT = "00" OR SLD-PRO-COD NOT = PRO-COD
                   MOVE "00" TO ST-SLD
                   GO TO SOMAR-SLD-LIVRE-FIM.
                IF SLD-LOC NOT = "QR" AND NOT = "TT"
                   AND SLD-LOC (1:1) NOT = "K"
                   ADD SLD-QTDE TO W-SLD-LIVRE.
                GO TO SOMAR-SLD-LIVRE2.
       SOMAR-SLD-LIVRE-FIM.
       ATU-RESERVA.
                MOVE PRO-COD TO RSV-PRO-COD
                READ ARQRSV
                MOVE REGRSV TO JRN-ANT-RSV
                IF ST-RSV NOT = "00"
                   MOVE "00" TO ST-RSV
                   MOVE PRO-COD TO RSV-PRO-COD
                   MOVE ZEROS   TO RSV-QTDE
                   WRITE REGRSV
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-RSV THRU DIARIO-RSV-FIM
                   IF ST-RSV NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-RSV
                      DISPLAY (22, 12)
                   ELSE
                      SUBTRACT W-RSV-QTD FROM RSV-QTDE.
                REWRITE REGRSV
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-RSV THRU DIARIO-RSV-FIM
                IF ST-RSV NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-RSV
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
                MOVE "PEDVENDA"   TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-PDVI.
                MOVE "ARQPDVI"    TO JRN-ARQUIVO
                MOVE ST-PVI       TO JRN-STATUS
                MOVE REGPDVI TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PDVI-FIM.
                EXIT.
       DIARIO-PDV.
                MOVE "ARQPDV"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PDV TO JRN-ANTES
                ELSE
                   MOVE REGPDV TO JRN-ANTES.
                MOVE REGPDV TO JRN-DEPOIS JRN-ANT-PDV
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PDV-FIM.
                EXIT.
       DIARIO-RSV.
                MOVE "ARQRSV"     TO JRN-ARQUIVO
                MOVE ST-RSV       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-RSV TO JRN-ANTES
                ELSE
                   MOVE REGRSV TO JRN-ANTES.
                MOVE REGRSV TO JRN-DEPOIS JRN-ANT-RSV
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-RSV-FIM.
                EXIT.
      *
      ***** ROTINA DE FIM *****
      *
       ROT-FIM.
