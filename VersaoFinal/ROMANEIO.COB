      * 1) LISTA DE SEPARACAO: CONSOLIDA POR PRODUTO *
      *    OS ITENS DAS NOTAS COM ENTREGA PENDENTE   *
      *    (ARQENT STATUS P) PARA O DEPOSITO         *
      * 2) ROTEIRO DO VEICULO: ATRIBUI O VEICULO     *
      *    (ARQVEI) E O SEU MOTORISTA AS PENDENTES,  *
      *    SOMANDO O PESO E O VOLUME DOS ITENS       *
      *    (ARQPROC). A NOTA QUE NAO CABE NO VEICULO *
      *    E RECUSADA OU, SE O VEICULO ACEITA        *
      *    EXCESSO, SO ENTRA COM CONFIRMACAO. NOTA   *
      *    JA ATRIBUIDA HOJE A OUTRO VEICULO NAO     *
      *    ENTRA. IMPRIME AS NOTAS AGRUPADAS POR     *
      *    CIDADE/BAIRRO DO LOCAL DE ENTREGA         *
      *    ESCOLHIDO NA VENDA (ARQEND) OU, SEM LOCAL,*
      *    DO ENDERECO DO ARQCLI, E OS TOTAIS DA     *
      *    CARGA                                     *
      * 3) CONFIRMACAO: MARCA A NOTA ENTREGUE (DATA  *
      *    E RECEBEDOR) OU DEVOLVIDA                 *
      * 4) PENDENTES: ENTREGAS EM ABERTO COM OS DIAS *
      *    DESDE A EMISSAO DA NOTA                   *
      * 5) UTILIZACAO: PESO E VOLUME CARREGADOS POR  *
      *    VEICULO NUM DIA, EM RELACAO A CAPACIDADE  *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ROT-CHAVE
                    FILE STATUS  IS ST-ROT.
       SELECT ARQEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS END-CHAVE
                    FILE STATUS  IS ST-END.
       SELECT ARQVEI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEI-PLACA
                    FILE STATUS  IS ST-VEI.
       SELECT ARQPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRC-PRO-COD
                    FILE STATUS  IS ST-PRC.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
                03 ENT-MOTORISTA     PIC X(20).
                03 ENT-DATA-ENTREGA  PIC 9(08).
                03 ENT-RECEBEDOR     PIC X(30).
                03 ENT-END-SEQ       PIC 9(02).
                03 ENT-PLACA         PIC X(07).
                03 ENT-DATA-ROT      PIC 9(08).
                03 ENT-PESO          PIC 9(06)V999.
                03 ENT-VOLUME        PIC 9(04)V999.
      *
       FD ARQVDA
               LABEL RECORD IS STANDARD
                03 VDA-DESC-PERC   PIC 9(02)V99.
                03 VDA-SIT         PIC X(01).
                03 VDA-LOC         PIC X(02).
                03 VDA-PROMO       PIC X(04).
      *
       FD ARQCLI
               LABEL RECORD IS STANDARD
                   05 ROT-BAIRRO     PIC X(20).
                   05 ROT-NUM-NOTA   PIC 9(08).
                03 ROT-CLI-CPF       PIC 9(14).
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
       FD ARQVEI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVEI.DAT".
       01 REGVEI.
                03 VEI-PLACA        PIC X(07).
                03 VEI-DESCRICAO    PIC X(20).
                03 VEI-MOTORISTA    PIC X(20).
                03 VEI-PESO-MAX     PIC 9(06).
                03 VEI-VOLUME-MAX   PIC 9(03)V99.
                03 VEI-EXCESSO      PIC X(01).
                03 VEI-SIT          PIC X(01).
      *
       FD ARQPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROC.DAT".
       01 REGPRC.
                03 PRC-PRO-COD       PIC 9(08).
                03 PRC-MIN-FIXO      PIC X(01).
                03 PRC-SERIE         PIC X(01).
                03 PRC-GARANTIA      PIC 9(03).
                03 PRC-CATEGORIA     PIC 9(06).
                03 PRC-PESO          PIC 9(05)V999.
                03 PRC-VOLUME        PIC 9(03)V999.
      *
       FD ARQERRO
               LABEL RECORD IS STANDARD
       77 W-DATA-AMD     PIC 9(08) VALUE ZEROS.
       77 W-DIAS-NOTA    PIC 9(08) VALUE ZEROS.
       77 W-DIAS-ABERTO  PIC S9(05) VALUE ZEROS.
       77 ST-END         PIC X(02) VALUE "00".
       77 W-TEM-END      PIC 9(01) VALUE ZEROS.
       77 W-ACHOU-END    PIC 9(01) VALUE ZEROS.
       77 ST-VEI         PIC X(02) VALUE "00".
       77 ST-PRC         PIC X(02) VALUE "00".
       77 W-TEM-VEI      PIC 9(01) VALUE ZEROS.
       77 W-TEM-PRC      PIC 9(01) VALUE ZEROS.
       77 W-PLACA        PIC X(07) VALUE SPACES.
       77 W-HOJE-DMA     PIC 9(08) VALUE ZEROS.
       77 W-DATA-REL     PIC 9(08) VALUE ZEROS.
       77 W-CPF-NOTA     PIC 9(14) VALUE ZEROS.
       77 W-PESO-NOTA    PIC 9(08)V999 VALUE ZEROS.
       77 W-VOL-NOTA     PIC 9(06)V999 VALUE ZEROS.
       77 W-PESO-CARGA   PIC 9(08)V999 VALUE ZEROS.
       77 W-VOL-CARGA    PIC 9(06)V999 VALUE ZEROS.
       77 W-SEM-PESO     PIC 9(05) VALUE ZEROS.
       77 W-RECUSADAS    PIC 9(05) VALUE ZEROS.
       77 W-VEICULOS     PIC 9(03) VALUE ZEROS.
       77 W-PERC-PESO    PIC 9(04)V9 VALUE ZEROS.
       77 W-PERC-VOL     PIC 9(04)V9 VALUE ZEROS.
       77 W-ED-PESO      PIC ZZZZZZZ9,999.
       77 W-ED-VOL       PIC ZZZZZ9,999.
       77 W-ED-PMAX      PIC ZZZZZ9.
       77 W-ED-VMAX      PIC ZZ9,99.
       77 W-ED-PERC-P    PIC ZZZ9,9.
       77 W-ED-PERC-V    PIC ZZZ9,9.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-ENT          PIC X(100).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-HOJE-AMD FROM DATE YYYYMMDD
                COMPUTE W-HOJE-DIAS =
                        FUNCTION INTEGER-OF-DATE (W-HOJE-AMD).
                MOVE W-HOJE-AMD (7:2) TO W-HOJE-DMA (1:2)
                MOVE W-HOJE-AMD (5:2) TO W-HOJE-DMA (3:2)
                MOVE W-HOJE-AMD (1:4) TO W-HOJE-DMA (5:4).
      *
       ABRIR-ENT.
                OPEN I-O ARQENT
                           ST-PRO
                   CLOSE ARQENT ARQVDA ARQCLI
                   GO TO ROT-FIM2.
      *   SEM O CADASTRO DE LOCAIS DE ENTREGA O ROTEIRO USA O
      *   ENDERECO DO CLIENTE
                OPEN INPUT ARQEND
                IF ST-END = "00"
                   MOVE 1 TO W-TEM-END
                ELSE
                   MOVE 0 TO W-TEM-END
                   MOVE "00" TO ST-END.
      *   SEM O CADASTRO DE VEICULOS SO FUNCIONAM AS FASES 1, 3 E 4;
      *   PRODUTO SEM COMPLEMENTO (ARQPROC) PESA ZERO NA CARGA
                OPEN INPUT ARQVEI
                IF ST-VEI = "00"
                   MOVE 1 TO W-TEM-VEI
                ELSE
                   MOVE 0 TO W-TEM-VEI
                   MOVE "00" TO ST-VEI.
                OPEN INPUT ARQPROC
                IF ST-PRC = "00"
                   MOVE 1 TO W-TEM-PRC
                ELSE
                   MOVE 0 TO W-TEM-PRC
                   MOVE "00" TO ST-PRC.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
       MENU-FASE.
                DISPLAY " "
                DISPLAY "1 = LISTA DE SEPARACAO (DEPOSITO)"
                DISPLAY "2 = ROTEIRO DE ENTREGA (VEICULO)"
                DISPLAY "3 = CONFIRMAR ENTREGA / DEVOLUCAO"
                DISPLAY "4 = ENTREGAS PENDENTES"
                DISPLAY "5 = UTILIZACAO DOS VEICULOS NO DIA"
                DISPLAY "0 = ENCERRAR"
                DISPLAY "FASE : " WITH NO ADVANCING
                ACCEPT W-FASE
                   WHEN 2 PERFORM ROTEIRO THRU ROTEIRO-FIM
                   WHEN 3 PERFORM CONFIRMAR THRU CONFIRMAR-FIM
                   WHEN 4 PERFORM PENDENTES THRU PENDENTES-FIM
                   WHEN 5 PERFORM UTILIZACAO THRU UTILIZACAO-FIM
                   WHEN 0 GO TO FIM-LOTE
                   WHEN OTHER
                      DISPLAY "*** FASE INVALIDA ***"
       SEP-LOOP.
                READ ARQENT NEXT
                   AT END MOVE "10" TO ST-ERRO.
                MOVE REGENT TO JRN-ANT-ENT
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO SEP-IMPRIME.
      ***** FASE 2 - ROTEIRO POR CIDADE/BAIRRO *****
      *
       ROTEIRO.
                IF W-TEM-VEI = 0
                   DISPLAY "*** CADASTRE OS VEICULOS DE ENTREGA ***"
                   GO TO ROTEIRO-FIM.
                DISPLAY "PLACA DO VEICULO                          : "
                        WITH NO ADVANCING
                ACCEPT W-PLACA
                IF W-PLACA = SPACES
                   DISPLAY "*** VEICULO DEVE SER INFORMADO ***"
                   GO TO ROTEIRO-FIM.
                INSPECT W-PLACA CONVERTING
                        "abcdefghijklmnopqrstuvwxyz" TO
                        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                MOVE W-PLACA TO VEI-PLACA
                READ ARQVEI
                IF ST-VEI NOT = "00"
                   MOVE "00" TO ST-VEI
                   DISPLAY "*** VEICULO NAO CADASTRADO ***"
                   GO TO ROTEIRO-FIM.
                IF VEI-SIT = "I"
                   DISPLAY "*** VEICULO DESATIVADO ***"
                   GO TO ROTEIRO-FIM.
                MOVE VEI-MOTORISTA  TO W-MOTORISTA
                MOVE VEI-PESO-MAX   TO W-ED-PMAX
                MOVE VEI-VOLUME-MAX TO W-ED-VMAX
                DISPLAY "   " VEI-DESCRICAO "  MOTORISTA " W-MOTORISTA
                DISPLAY "   CAPACIDADE " W-ED-PMAX " KG  " W-ED-VMAX
                        " M3"
                OPEN OUTPUT ARQRROT
                CLOSE ARQRROT
                OPEN I-O ARQRROT
                IF ST-ROT NOT = "00"
                   DISPLAY "ERRO NO ARQ DE TRABALHO: " ST-ROT
                   GO TO ROTEIRO-FIM.
                MOVE "L" TO JRN-OPERACAO
                PERFORM DIARIO-RROT THRU DIARIO-RROT-FIM
                MOVE ZEROS TO W-NOTAS W-PESO-CARGA W-VOL-CARGA
                              W-SEM-PESO W-RECUSADAS
                MOVE ZEROS TO ENT-NUM-NOTA
                START ARQENT KEY IS NOT LESS ENT-NUM-NOTA INVALID KEY
                      MOVE "10" TO ST-ERRO.
       ROT-CARGA.
                READ ARQENT NEXT
                   AT END MOVE "10" TO ST-ERRO.
                MOVE REGENT TO JRN-ANT-ENT
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO ROT-IMPRIME.
                IF ENT-STATUS NOT = "P"
                   GO TO ROT-CARGA.
                IF ENT-PLACA NOT = SPACES AND
                   ENT-PLACA NOT = W-PLACA AND
                   ENT-DATA-ROT = W-HOJE-DMA
                   GO TO ROT-CARGA.
       ROT-CARGA2.
                MOVE ENT-NUM-NOTA TO VDA-NUM-NOTA
                MOVE 001          TO VDA-ITEM
                   DISPLAY "*** NOTA " ENT-NUM-NOTA
                           " ESTORNADA - PULADA ***"
                   GO TO ROT-CARGA.
                MOVE VDA-CLI-CPF TO W-CPF-NOTA
                PERFORM PESO-NOTA THRU PESO-NOTA-FIM
                IF W-PESO-CARGA + W-PESO-NOTA NOT > VEI-PESO-MAX AND
                   W-VOL-CARGA + W-VOL-NOTA NOT > VEI-VOLUME-MAX
                   GO TO ROT-CARGA3.
                MOVE W-PESO-NOTA TO W-ED-PESO
                MOVE W-VOL-NOTA  TO W-ED-VOL
                DISPLAY "*** NOTA " ENT-NUM-NOTA " (" W-ED-PESO " KG "
                        W-ED-VOL " M3) ULTRAPASSA A CAPACIDADE ***"
                IF VEI-EXCESSO NOT = "A"
                   GO TO ROT-RECUSA.
                DISPLAY "    INCLUIR MESMO ASSIM (S/N)             : "
                        WITH NO ADVANCING
                ACCEPT W-OPCAO
                IF W-OPCAO = "S" OR "s"
                   GO TO ROT-CARGA3.
       ROT-RECUSA.
                DISPLAY "    NOTA " ENT-NUM-NOTA
                        " FICA PENDENTE PARA OUTRA VIAGEM"
                ADD 1 TO W-RECUSADAS
                IF ENT-PLACA NOT = W-PLACA OR
                   ENT-DATA-ROT NOT = W-HOJE-DMA
                   GO TO ROT-CARGA.
                MOVE SPACES TO ENT-MOTORISTA ENT-PLACA
                MOVE ZEROS  TO ENT-DATA-ROT ENT-PESO ENT-VOLUME
                REWRITE REGENT
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-ENT THRU DIARIO-ENT-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-ERRO.
                GO TO ROT-CARGA.
       ROT-CARGA3.
                ADD W-PESO-NOTA TO W-PESO-CARGA
                ADD W-VOL-NOTA  TO W-VOL-CARGA
                MOVE W-MOTORISTA TO ENT-MOTORISTA
                MOVE W-PLACA     TO ENT-PLACA
                MOVE W-HOJE-DMA  TO ENT-DATA-ROT
                MOVE W-PESO-NOTA TO ENT-PESO
                MOVE W-VOL-NOTA  TO ENT-VOLUME
                REWRITE REGENT
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-ENT THRU DIARIO-ENT-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-ERRO
                   DISPLAY "*** VEICULO NAO GRAVADO NA NOTA "
                           ENT-NUM-NOTA " ***".
                MOVE W-CPF-NOTA TO CLI-CPF
                READ ARQCLI
                IF ST-CLI NOT = "00"
                   MOVE "00"   TO ST-CLI
                   MOVE SPACES TO CLI-CIDADE CLI-BAIRRO.
                MOVE CLI-CIDADE   TO ROT-CIDADE
                MOVE CLI-BAIRRO   TO ROT-BAIRRO
                PERFORM LER-LOCAL THRU LER-LOCAL-FIM
                IF W-ACHOU-END = 1
                   MOVE END-CIDADE TO ROT-CIDADE
                   MOVE END-BAIRRO TO ROT-BAIRRO.
                MOVE ENT-NUM-NOTA TO ROT-NUM-NOTA
                MOVE W-CPF-NOTA   TO ROT-CLI-CPF
                WRITE REGROT
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-RROT THRU DIARIO-RROT-FIM
                IF ST-ROT NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-ROT.
                ADD 1 TO W-NOTAS
                GO TO ROT-CARGA.
       ROT-IMPRIME.
                DISPLAY " ===== ROTEIRO DE ENTREGA - VEICULO "
                        W-PLACA " - " W-MOTORISTA " ===== "
                IF W-NOTAS = ZEROS
                   DISPLAY "   (NENHUMA NOTA NO ROTEIRO)"
                   CLOSE ARQRROT
                   MOVE "00" TO ST-ROT
                   CLOSE ARQRROT
                   DISPLAY " NOTAS NO ROTEIRO : " W-NOTAS
                   PERFORM ROT-TOTAIS THRU ROT-TOTAIS-FIM
                   GO TO ROTEIRO-FIM.
                IF ROT-CIDADE NOT = W-CID-ANT
                   MOVE ROT-CIDADE TO W-CID-ANT
                   MOVE "00"   TO ST-CLI
                   MOVE SPACES TO CLI-NOME CLI-LOGRADOURO.
                DISPLAY "     NOTA " ROT-NUM-NOTA "  " CLI-NOME
                MOVE ROT-NUM-NOTA TO ENT-NUM-NOTA
                READ ARQENT
                MOVE REGENT TO JRN-ANT-ENT
                IF ST-ERRO NOT = "00"
                   MOVE "00"  TO ST-ERRO
                   MOVE ZEROS TO ENT-END-SEQ ENT-PESO ENT-VOLUME.
                MOVE ENT-PESO   TO W-ED-PESO
                MOVE ENT-VOLUME TO W-ED-VOL
                DISPLAY "      CARGA: " W-ED-PESO " KG  " W-ED-VOL
                        " M3"
                PERFORM LER-LOCAL THRU LER-LOCAL-FIM
                IF W-ACHOU-END = 0
                   DISPLAY "       END: " CLI-LOGRADOURO " "
                           CLI-NUM-LOGR "  CEP " CLI-CEP
                   GO TO ROT-IMPRIME2.
                DISPLAY "     LOCAL: " END-APELIDO
                DISPLAY "       END: " END-LOGRADOURO " "
                        END-NUM-LOGR " " END-COMPL-LOGR
                        "  CEP " END-CEP
                IF END-CONTATO NOT = SPACES
                   DISPLAY "   CONTATO: " END-CONTATO "  FONE "
                           END-DDD " " END-NUMTEL.
                GO TO ROT-IMPRIME2.
       ROTEIRO-FIM.
                EXIT.
      *
      ***************************************
      * TOTAIS DA CARGA DO VEICULO NO FIM DO *
      * ROTEIRO, COM O PERCENTUAL USADO DA   *
      * CAPACIDADE                           *
      ***************************************
      *
       ROT-TOTAIS.
                COMPUTE W-PERC-PESO ROUNDED =
                        W-PESO-CARGA * 100 / VEI-PESO-MAX
                   ON SIZE ERROR MOVE 9999,9 TO W-PERC-PESO.
                COMPUTE W-PERC-VOL ROUNDED =
                        W-VOL-CARGA * 100 / VEI-VOLUME-MAX
                   ON SIZE ERROR MOVE 9999,9 TO W-PERC-VOL.
                MOVE W-PESO-CARGA   TO W-ED-PESO
                MOVE VEI-PESO-MAX   TO W-ED-PMAX
                MOVE W-PERC-PESO    TO W-ED-PERC-P
                DISPLAY " PESO TOTAL   : " W-ED-PESO " KG DE "
                        W-ED-PMAX " KG (" W-ED-PERC-P " %)"
                MOVE W-VOL-CARGA    TO W-ED-VOL
                MOVE VEI-VOLUME-MAX TO W-ED-VMAX
                MOVE W-PERC-VOL     TO W-ED-PERC-V
                DISPLAY " VOLUME TOTAL : " W-ED-VOL " M3 DE "
                        W-ED-VMAX " M3 (" W-ED-PERC-V " %)"
                IF W-RECUSADAS NOT = ZEROS
                   DISPLAY " NOTAS QUE NAO COUBERAM : " W-RECUSADAS.
                IF W-SEM-PESO NOT = ZEROS
                   DISPLAY " ITENS SEM PESO/VOLUME CADASTRADO : "
                           W-SEM-PESO.
       ROT-TOTAIS-FIM.
                EXIT.
      *
      ***************************************
      * PESO E VOLUME DA NOTA EM ENT-NUM-NOTA*
      * PELOS ITENS NAO ESTORNADOS (ARQVDA)  *
      * E O PESO/VOLUME UNITARIO (ARQPROC)   *
      ***************************************
      *
       PESO-NOTA.
                MOVE ZEROS TO W-PESO-NOTA W-VOL-NOTA
                MOVE ENT-NUM-NOTA TO VDA-NUM-NOTA
                MOVE ZEROS        TO VDA-ITEM
                START ARQVDA KEY IS NOT LESS VDA-CHAVE INVALID KEY
                      MOVE "10" TO ST-VDA.
       PESO-NOTA2.
                IF ST-VDA NOT = "00"
                   MOVE "00" TO ST-VDA
                   GO TO PESO-NOTA-FIM.
                READ ARQVDA NEXT
                   AT END MOVE "10" TO ST-VDA.
                IF ST-VDA NOT = "00" OR
                   VDA-NUM-NOTA NOT = ENT-NUM-NOTA
                   MOVE "00" TO ST-VDA
                   GO TO PESO-NOTA-FIM.
                IF VDA-SIT = "C"
                   GO TO PESO-NOTA2.
                MOVE ZEROS TO PRC-PESO PRC-VOLUME
                IF W-TEM-PRC = 1
                   MOVE VDA-PRO-COD TO PRC-PRO-COD
                   READ ARQPROC
                   IF ST-PRC NOT = "00"
                      MOVE "00" TO ST-PRC
                      MOVE ZEROS TO PRC-PESO PRC-VOLUME.
                IF PRC-PESO = ZEROS AND PRC-VOLUME = ZEROS
                   ADD 1 TO W-SEM-PESO.
                COMPUTE W-PESO-NOTA = W-PESO-NOTA +
                        VDA-QTDE * PRC-PESO
                COMPUTE W-VOL-NOTA = W-VOL-NOTA +
                        VDA-QTDE * PRC-VOLUME
                GO TO PESO-NOTA2.
       PESO-NOTA-FIM.
                EXIT.
      *
      ***************************************
      * LOCAL DE ENTREGA DA NOTA (ARQEND),   *
      * PELO CPF EM CLI-CPF E A SEQUENCIA    *
      * GRAVADA NO ARQENT; SEQUENCIA 00 E O  *
      * ENDERECO DO CADASTRO DO CLIENTE      *
      ***************************************
      *
       LER-LOCAL.
                MOVE 0 TO W-ACHOU-END
                IF W-TEM-END = 0 OR ENT-END-SEQ = ZEROS
                   GO TO LER-LOCAL-FIM.
                MOVE CLI-CPF     TO END-CLI-CPF
                MOVE ENT-END-SEQ TO END-SEQ
                READ ARQEND
                IF ST-END = "00"
                   MOVE 1 TO W-ACHOU-END
                ELSE
                   MOVE "00" TO ST-END.
       LER-LOCAL-FIM.
                EXIT.
      *
      ***** FASE 3 - CONFIRMACAO DE ENTREGA / DEVOLUCAO *****
      *
       CONFIRMAR.
                   GO TO CONFIRMAR-FIM.
                MOVE W-NOTA TO ENT-NUM-NOTA
                READ ARQENT
                MOVE REGENT TO JRN-ANT-ENT
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   DISPLAY "*** NOTA SEM ENTREGA REGISTRADA ***"
                MOVE W-DATA-ENT   TO ENT-DATA-ENTREGA
                MOVE W-RECEBEDOR  TO ENT-RECEBEDOR
                REWRITE REGENT
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-ENT THRU DIARIO-ENT-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-ERRO
                   DISPLAY "*** ENTREGA NAO ATUALIZADA ***"
                MOVE ZEROS  TO ENT-DATA-ENTREGA
                MOVE SPACES TO ENT-RECEBEDOR
                REWRITE REGENT
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-ENT THRU DIARIO-ENT-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-ERRO
                   DISPLAY "*** ENTREGA NAO ATUALIZADA ***"
       PEND-LOOP.
                READ ARQENT NEXT
                   AT END MOVE "10" TO ST-ERRO.
                MOVE REGENT TO JRN-ANT-ENT
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   DISPLAY " PENDENTES : " W-NOTAS
                GO TO PEND-LOOP.
       PENDENTES-FIM.
                EXIT.
      *
      *
      ***** FASE 5 - UTILIZACAO DOS VEICULOS NO DIA *****
      *
       UTILIZACAO.
                IF W-TEM-VEI = 0
                   DISPLAY "*** CADASTRE OS VEICULOS DE ENTREGA ***"
                   GO TO UTILIZACAO-FIM.
                DISPLAY "DATA DO ROTEIRO (DDMMAAAA, 0 = HOJE)      : "
                        WITH NO ADVANCING
                ACCEPT W-DATA-REL
                IF W-DATA-REL = ZEROS
                   MOVE W-HOJE-DMA TO W-DATA-REL.
                DISPLAY " ===== UTILIZACAO DOS VEICULOS EM "
                        W-DATA-REL " ===== "
                DISPLAY " PLACA   NOTAS    PESO (KG)   % CAP."
                        "  VOLUME (M3)  % CAP.  MOTORISTA"
                MOVE ZEROS  TO W-VEICULOS
                MOVE SPACES TO VEI-PLACA
                START ARQVEI KEY IS NOT LESS VEI-PLACA INVALID KEY
                      MOVE "10" TO ST-VEI.
       UTIL-VEI.
                IF ST-VEI NOT = "00"
                   MOVE "00" TO ST-VEI
                   DISPLAY " VEICULOS COM CARGA NO DIA : " W-VEICULOS
                   GO TO UTILIZACAO-FIM.
                READ ARQVEI NEXT
                   AT END MOVE "10" TO ST-VEI.
                IF ST-VEI NOT = "00"
                   GO TO UTIL-VEI.
                MOVE ZEROS TO W-NOTAS W-PESO-CARGA W-VOL-CARGA
                MOVE ZEROS TO ENT-NUM-NOTA
                START ARQENT KEY IS NOT LESS ENT-NUM-NOTA INVALID KEY
                      MOVE "10" TO ST-ERRO.
       UTIL-ENT.
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO UTIL-IMPRIME.
                READ ARQENT NEXT
                   AT END MOVE "10" TO ST-ERRO.
                MOVE REGENT TO JRN-ANT-ENT
                IF ST-ERRO NOT = "00"
                   GO TO UTIL-ENT.
                IF ENT-PLACA NOT = VEI-PLACA OR
                   ENT-DATA-ROT NOT = W-DATA-REL OR
                   ENT-STATUS = "C"
                   GO TO UTIL-ENT.
                ADD 1          TO W-NOTAS
                ADD ENT-PESO   TO W-PESO-CARGA
                ADD ENT-VOLUME TO W-VOL-CARGA
                GO TO UTIL-ENT.
       UTIL-IMPRIME.
                IF W-NOTAS = ZEROS
                   GO TO UTIL-VEI.
                ADD 1 TO W-VEICULOS
                COMPUTE W-PERC-PESO ROUNDED =
                        W-PESO-CARGA * 100 / VEI-PESO-MAX
                   ON SIZE ERROR MOVE 9999,9 TO W-PERC-PESO.
                COMPUTE W-PERC-VOL ROUNDED =
                        W-VOL-CARGA * 100 / VEI-VOLUME-MAX
                   ON SIZE ERROR MOVE 9999,9 TO W-PERC-VOL.
                MOVE W-PESO-CARGA TO W-ED-PESO
                MOVE W-VOL-CARGA  TO W-ED-VOL
                MOVE W-PERC-PESO  TO W-ED-PERC-P
                MOVE W-PERC-VOL   TO W-ED-PERC-V
                DISPLAY " " VEI-PLACA " " W-NOTAS " " W-ED-PESO " "
                        W-ED-PERC-P "  " W-ED-VOL "  " W-ED-PERC-V
                        "  " VEI-MOTORISTA
                GO TO UTIL-VEI.
       UTILIZACAO-FIM.
                EXIT.
      *
       FIM-LOTE.
                CLOSE ARQENT ARQVDA ARQCLI ARQPRO
                IF W-TEM-END = 1
                   CLOSE ARQEND.
                IF W-TEM-VEI = 1
                   CLOSE ARQVEI.
                IF W-TEM-PRC = 1
                   CLOSE ARQPROC.
                DISPLAY "*** ROMANEIO ENCERRADO ***"
                GO TO ROT-FIM.
      *
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
                MOVE "ROMANEIO"   TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-ENT.
                MOVE "ARQENT"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-ENT TO JRN-ANTES
                ELSE
                   MOVE REGENT TO JRN-ANTES.
                MOVE REGENT TO JRN-DEPOIS JRN-ANT-ENT
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-ENT-FIM.
                EXIT.
       DIARIO-RROT.
                MOVE "ARQRROT"    TO JRN-ARQUIVO
                MOVE ST-ROT       TO JRN-STATUS
                MOVE REGROT TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-RROT-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
