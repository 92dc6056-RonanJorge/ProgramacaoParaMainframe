                    LOCK MODE    IS AUTOMATIC
                    RECORD KEY   IS CDM-CHAVE
                    FILE STATUS  IS ST-CDM.
       SELECT ARQPTS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE    IS AUTOMATIC
                    RECORD KEY   IS PTS-CLI-CPF
                    FILE STATUS  IS ST-PTS.
       SELECT ARQPTSM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE    IS AUTOMATIC
                    RECORD KEY   IS PTM-CHAVE
                    FILE STATUS  IS ST-PTM.
       SELECT ARQPDV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE    IS AUTOMATIC
                    RECORD KEY   IS PROK-COD
                    FILE STATUS  IS ST-PROK.
       SELECT ARQVKT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE    IS AUTOMATIC
                    RECORD KEY   IS VKT-CHAVE
                    FILE STATUS  IS ST-VKT.
       SELECT ARQCUS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE    IS AUTOMATIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-FER.
       SELECT ARQFRT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FRT-COD
                    FILE STATUS  IS ST-FRT.
       SELECT ARQFRN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE    IS AUTOMATIC
                    RECORD KEY   IS FRN-NUM-NOTA
                    FILE STATUS  IS ST-FRN.
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
       SELECT ARQSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE    IS AUTOMATIC
                    RECORD KEY   IS SER-CHAVE
                    FILE STATUS  IS ST-SER
                    ALTERNATE RECORD KEY IS SER-NUMERO
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS SER-NOTA
                                   WITH DUPLICATES.
       SELECT ARQPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRC-PRO-COD
                    FILE STATUS  IS ST-PRC.
       SELECT ARQEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS END-CHAVE
                    FILE STATUS  IS ST-END.
       SELECT ARQTRN ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-TRN.
                03 VDA-DESC-PERC   PIC 9(02)V99.
                03 VDA-SIT         PIC X(01).
                03 VDA-LOC         PIC X(02).
                03 VDA-PROMO       PIC X(04).
      *
       FD ARQCR
               LABEL RECORD IS STANDARD
                03 MOV-CPF-FORC    PIC 9(14).
                03 MOV-LOC         PIC X(02).
                03 MOV-LOC-DEST    PIC X(02).
                03 MOV-MOTIVO      PIC X(03).
      *
       FD ARQOPE
               LABEL RECORD IS STANDARD
                03 OPE-DATA-SENHA         PIC 9(08).
                03 OPE-FALHAS             PIC 9(02).
                03 OPE-BLOQ               PIC X(01).
                03 OPE-LIM-COMPRA         PIC 9(10).
      *
       FD ARQPARAM
               LABEL RECORD IS STANDARD
                03 CDM-TIPO          PIC X(01).
                03 CDM-ORIGEM        PIC X(14).
                03 CDM-VALOR         PIC 9(10).
      *
       FD ARQPTS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-33.
       01 REGPTS.
                03 PTS-CLI-CPF    PIC 9(14).
                03 PTS-SALDO      PIC 9(10).
      *
       FD ARQPTSM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-34.
       01 REGPTM.
                03 PTM-CHAVE.
                   05 PTM-CLI-CPF    PIC 9(14).
                   05 PTM-SEQ        PIC 9(05).
                03 PTM-DATA          PIC 9(08).
                03 PTM-TIPO          PIC X(01).
                03 PTM-NOTA          PIC 9(08).
                03 PTM-PONTOS        PIC 9(10).
                03 PTM-RESTO         PIC 9(10).
      *
       FD ARQPDV
               LABEL RECORD IS STANDARD
                03 PDV-CLI-CPF        PIC 9(14).
                03 PDV-DATA-EMISSAO   PIC 9(08).
                03 PDV-STATUS         PIC X(01).
                03 PDV-ENTREGA        PIC X(01).
                03 PDV-END-SEQ        PIC 9(02).
      *
       FD ARQPDVI
               LABEL RECORD IS STANDARD
                03 PROK-QTDE      PIC 9(06).
                03 FILLER         PIC X(20).
                03 PROK-VERSAO    PIC 9(08).
      *
      * COMPOSICAO DA BAIXA DE CADA ITEM DE KIT DA NOTA: QTDE QUE
      * SAIU DO ESTOQUE DE KITS MONTADOS E QTDE EXPLODIDA NOS
      * COMPONENTES (USADA NO ESTORNO E NA DEVOLUCAO)
      *
       FD ARQVKT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-35.
       01 REGVKT.
                03 VKT-CHAVE.
                   05 VKT-NUM-NOTA   PIC 9(08).
                   05 VKT-ITEM       PIC 9(03).
                03 VKT-PRO-COD       PIC 9(08).
                03 VKT-PRONTO        PIC 9(06).
                03 VKT-RESTO         PIC 9(06).
                03 VKT-DEV-PRONTO    PIC 9(06).
                03 FILLER            PIC X(03).
      *
       FD ARQCUS
               LABEL RECORD IS STANDARD
                03 ENT-MOTORISTA     PIC X(20).
                03 ENT-DATA-ENTREGA  PIC 9(08).
                03 ENT-RECEBEDOR     PIC X(30).
                03 ENT-END-SEQ       PIC 9(02).
                03 ENT-PLACA         PIC X(07).
                03 ENT-DATA-ROT      PIC 9(08).
                03 ENT-PESO          PIC 9(06)V999.
                03 ENT-VOLUME        PIC 9(04)V999.
      *
       FD ARQFER
               LABEL RECORD IS STANDARD
       01 REGFER.
                03 FER-DATA       PIC 9(08).
                03 FER-DESC       PIC X(30).
      *
       FD ARQFRT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFRT.DAT".
       01 REGFRT.
                03 FRT-COD          PIC X(04).
                03 FRT-DESC         PIC X(30).
                03 FRT-UF           PIC X(02).
                03 FRT-CEP-INI      PIC 9(08).
                03 FRT-CEP-FIM      PIC 9(08).
                03 FRT-VALOR-BASE   PIC 9(08).
                03 FRT-TIPO-ADIC    PIC X(01).
                03 FRT-VALOR-ADIC   PIC 9(08).
                03 FRT-FAIXA        PIC 9(05).
                03 FRT-ISENTO-ACIMA PIC 9(10).
                03 FRT-SIT          PIC X(01).
      *
       FD ARQFRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-31.
       01 REGFRN.
                03 FRN-NUM-NOTA     PIC 9(08).
                03 FRN-DATA         PIC 9(08).
                03 FRN-CLI-CPF      PIC 9(14).
                03 FRN-FRT-COD      PIC X(04).
                03 FRN-VALOR-CALC   PIC 9(08).
                03 FRN-VALOR        PIC 9(08).
                03 FRN-SIT          PIC X(01).
                03 FRN-SUPERVISOR   PIC X(08).
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
       FD ARQSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-32.
       01 REGSER.
                03 SER-CHAVE.
                   05 SER-PRO-COD    PIC 9(08).
                   05 SER-NUMERO     PIC X(20).
                03 SER-SIT           PIC X(01).
                03 SER-NOTA          PIC 9(08).
                03 SER-ITEM          PIC 9(03).
                03 SER-CLI-CPF       PIC 9(14).
                03 SER-DATA-VENDA    PIC 9(08).
                03 SER-FOR-CPF       PIC 9(14).
                03 SER-DATA-ENT      PIC 9(08).
                03 SER-REC-NUM       PIC 9(08).
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
       FD ARQTRN
               LABEL RECORD IS STANDARD
       77 W-ARQ-28       PIC X(17) VALUE "ARQERRO.DAT".
       77 W-ARQ-29       PIC X(17) VALUE "ARQBXA.DAT".
       77 W-ARQ-30       PIC X(17) VALUE "ARQCXS.DAT".
       77 W-ARQ-31       PIC X(17) VALUE "ARQFRN.DAT".
       77 W-ARQ-32       PIC X(17) VALUE "ARQSER.DAT".
       77 W-ARQ-33       PIC X(17) VALUE "ARQPTS.DAT".
       77 W-ARQ-34       PIC X(17) VALUE "ARQPTSM.DAT".
       77 W-ARQ-35       PIC X(17) VALUE "ARQVKT.DAT".
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 W-CONT       	PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    	PIC X(01) VALUE SPACES.
       77 W-HOJE-DIAS   PIC 9(08) VALUE ZEROS.
       77 W-HOJE-AMD    PIC 9(08) VALUE ZEROS.
       77 W-TEM-ATRASO  PIC 9(01) VALUE ZEROS.
       77 W-TEM-PERDA   PIC 9(01) VALUE ZEROS.
       77 W-ATRASO      PIC S9(05) VALUE ZEROS.
       77 W-SUP-COD     PIC X(08) VALUE SPACES.
       77 W-SUP-SENHA   PIC X(08) VALUE SPACES.
       77 W-CXS-OK       PIC 9(01) VALUE ZEROS.
       77 W-FORMA-PGTO   PIC X(01) VALUE SPACES.
       77 W-BXA-SEQ      PIC 9(03) VALUE ZEROS.
       77 W-OPC-COD      PIC 9(03) VALUE ZEROS.
       77 W-OPC-MODAL    PIC X(01) VALUE SPACES.
       77 W-OPC-PARC     PIC 9(02) VALUE ZEROS.
       77 ST-ORC         PIC X(02) VALUE "00".
       77 W-ORC-NUM      PIC 9(08) VALUE ZEROS.
       77 ST-ACD         PIC X(02) VALUE "00".
       77 ST-KIT         PIC X(02) VALUE "00".
       77 ST-PROK        PIC X(02) VALUE "00".
       77 W-TEM-KIT      PIC 9(01) VALUE ZEROS.
       77 ST-VKT         PIC X(02) VALUE "00".
       77 W-TEM-VKT      PIC 9(01) VALUE ZEROS.
       77 W-EH-KIT       PIC 9(01) VALUE ZEROS.
       77 W-KIT-DISP     PIC S9(07) VALUE ZEROS.
       77 W-DISP-COMP    PIC S9(07) VALUE ZEROS.
       77 W-QTDE-COMP    PIC 9(06) VALUE ZEROS.
       77 W-KIT-PRONTO   PIC S9(07) VALUE ZEROS.
       77 W-KIT-RESTO    PIC 9(06) VALUE ZEROS.
       77 W-QTDE-BAIXA   PIC 9(06) VALUE ZEROS.
       77 W-PRECO-ANT    PIC 9(08) VALUE ZEROS.
       77 W-PRECO-TAB    PIC 9(08) VALUE ZEROS.
       77 W-MARG-MIN     PIC 9(08) VALUE ZEROS.
       77 W-CRD-DISP     PIC 9(10) VALUE ZEROS.
       77 W-CRD-USADO    PIC 9(10) VALUE ZEROS.
       77 W-CDM-SEQ      PIC 9(05) VALUE ZEROS.
       77 ST-PTS         PIC X(02) VALUE "00".
       77 ST-PTM         PIC X(02) VALUE "00".
       77 W-TEM-PTS      PIC 9(01) VALUE ZEROS.
       77 W-PTS-REAL     PIC 9(08) VALUE ZEROS.
       77 W-PTS-VALOR    PIC 9(08) VALUE ZEROS.
       77 W-PTS-MAXDS    PIC 9(08) VALUE 100.
       77 W-PTS-EXCL     PIC X(40) VALUE SPACES.
       77 W-PTS-QTD-EXC  PIC 9(02) VALUE ZEROS.
       77 W-PTS-TIPO     PIC X(01) VALUE SPACES.
       77 W-PTS-ACHOU    PIC 9(02) VALUE ZEROS.
       77 W-PTS-BASE     PIC 9(14) VALUE ZEROS.
       77 W-PTS-TETO     PIC 9(14) VALUE ZEROS.
       77 W-PTS-DISP     PIC 9(14) VALUE ZEROS.
       77 W-PTS-DESC     PIC 9(10) VALUE ZEROS.
       77 W-PTS-USADOS   PIC 9(10) VALUE ZEROS.
       77 W-PTS-GANHOS   PIC 9(10) VALUE ZEROS.
       77 W-PTS-FALTA    PIC 9(10) VALUE ZEROS.
       77 W-PTS-TIRA     PIC 9(10) VALUE ZEROS.
       77 W-PTM-SEQ      PIC 9(05) VALUE ZEROS.
       77 W-PTM-TIPO     PIC X(01) VALUE SPACES.
       77 W-PTM-PONTOS   PIC 9(10) VALUE ZEROS.
       77 W-PTM-RESTO    PIC 9(10) VALUE ZEROS.
       77 W-FALTA        PIC 9(06) VALUE ZEROS.
       77 W-LOT-ACHOU    PIC 9(01) VALUE ZEROS.
       77 W-LOT-VENC     PIC 9(08) VALUE ZEROS.
       77 W-IPI-ITEM     PIC 9(12)V99 VALUE ZEROS.
       77 W-ICMS-NOTA    PIC 9(12)V99 VALUE ZEROS.
       77 W-IPI-NOTA     PIC 9(12)V99 VALUE ZEROS.
       77 ST-FRT         PIC X(02) VALUE "00".
       77 ST-FRN         PIC X(02) VALUE "00".
       77 W-TEM-FRT      PIC 9(01) VALUE ZEROS.
       77 W-FRT-ACHOU    PIC 9(01) VALUE ZEROS.
       77 W-FRT-COD      PIC X(04) VALUE SPACES.
       77 W-CEP-CLI      PIC 9(08) VALUE ZEROS.
       77 W-QTDE-NOTA    PIC 9(08) VALUE ZEROS.
       77 W-FAIXAS       PIC 9(08) VALUE ZEROS.
       77 W-PESO-NOTA    PIC 9(08)V999 VALUE ZEROS.
       77 W-PESO-FAIXAS  PIC 9(08)V999 VALUE ZEROS.
       77 W-FRETE-CALC   PIC 9(08) VALUE ZEROS.
       77 W-FRETE        PIC 9(08) VALUE ZEROS.
       77 W-FRN-SIT      PIC X(01) VALUE SPACES.
       77 ST-CMP         PIC X(02) VALUE "00".
       77 ST-CMI         PIC X(02) VALUE "00".
       77 W-TEM-CMP      PIC 9(01) VALUE ZEROS.
       77 W-PROMO-COD    PIC X(04) VALUE SPACES.
       77 W-PRM-ALVO     PIC X(09) VALUE SPACES.
       77 W-PRM-HOJE     PIC 9(08) VALUE ZEROS.
       77 W-PRM-INI      PIC 9(08) VALUE ZEROS.
       77 W-PRM-FIM      PIC 9(08) VALUE ZEROS.
       77 W-PRM-PRECO    PIC 9(08) VALUE ZEROS.
       77 W-PRM-MELHOR   PIC 9(08) VALUE ZEROS.
       77 ST-SER         PIC X(02) VALUE "00".
       77 ST-PRC         PIC X(02) VALUE "00".
       77 W-TEM-PRC      PIC 9(01) VALUE ZEROS.
       77 W-CTL-SERIE    PIC 9(01) VALUE ZEROS.
       77 W-SER-OK       PIC 9(01) VALUE ZEROS.
       77 W-SER-NUM      PIC X(20) VALUE SPACES.
       77 W-SER-QTDE     PIC 9(03) VALUE ZEROS.
       77 W-SER-IDX      PIC 9(03) VALUE ZEROS.
       77 W-SER-DUP      PIC 9(01) VALUE ZEROS.
       77 ST-END         PIC X(02) VALUE "00".
       77 W-TEM-END      PIC 9(01) VALUE ZEROS.
       77 W-PDV-ENTREGA  PIC X(01) VALUE SPACES.
       77 W-PDV-END-SEQ  PIC 9(02) VALUE ZEROS.
       77 W-END-SEQ      PIC 9(02) VALUE ZEROS.
       77 W-CEP-ENT      PIC X(08) VALUE SPACES.
       77 W-UF-ENT       PIC X(02) VALUE SPACES.
       77 W-QTD-END      PIC 9(02) VALUE ZEROS.
       77 W-PONT         PIC 9(03) VALUE ZEROS.
       77 W-LISTA-END    PIC X(78) VALUE SPACES.
       01 W-TAB-SERIES.
                03 W-SER-TAB      PIC X(20) OCCURS 50 TIMES.
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

       01 RCC-COMUNIC.
                03 RCC-FUNCAO     PIC X(01).
                03 RCC-OPC-COD    PIC 9(03).
                03 RCC-MODAL      PIC X(01).
                03 RCC-NUM-PARC   PIC 9(02).
                03 RCC-NUM-NOTA   PIC 9(08).
                03 RCC-PARCELA    PIC 9(02).
                03 RCC-SEQ        PIC 9(03).
                03 RCC-DATA       PIC 9(08).
                03 RCC-VALOR      PIC 9(10).
                03 RCC-NOME       PIC X(20).
                03 RCC-TAXA       PIC 9(03)V99.
                03 RCC-DIAS       PIC 9(03).
                03 RCC-RETORNO    PIC X(02).
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-CRD          PIC X(24).
       01 JRN-ANT-LOTE         PIC X(32).
       01 JRN-ANT-NUM          PIC X(16).
       01 JRN-ANT-ORC          PIC X(72).
       01 JRN-ANT-PDV          PIC X(34).
       01 JRN-ANT-PDVI         PIC X(34).
       01 JRN-ANT-PRO          PIC X(106).
       01 JRN-ANT-PROK         PIC X(106).
       01 JRN-ANT-PTM          PIC X(56).
       01 JRN-ANT-PTS          PIC X(24).
       01 JRN-ANT-RSV          PIC X(14).
       01 JRN-ANT-SER          PIC X(92).
       01 JRN-ANT-SLD          PIC X(16).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAVDA.
                MOVE W-ARQ-30 TO W-NOME-TRAB
                MOVE SPACES TO W-ARQ-30
                STRING "TRN" W-NOME-TRAB DELIMITED BY SIZE
                       INTO W-ARQ-30
                MOVE W-ARQ-31 TO W-NOME-TRAB
                MOVE SPACES TO W-ARQ-31
                STRING "TRN" W-NOME-TRAB DELIMITED BY SIZE
                       INTO W-ARQ-31
                MOVE W-ARQ-32 TO W-NOME-TRAB
                MOVE SPACES TO W-ARQ-32
                STRING "TRN" W-NOME-TRAB DELIMITED BY SIZE
                       INTO W-ARQ-32
                MOVE W-ARQ-33 TO W-NOME-TRAB
                MOVE SPACES TO W-ARQ-33
                STRING "TRN" W-NOME-TRAB DELIMITED BY SIZE
                       INTO W-ARQ-33
                MOVE W-ARQ-34 TO W-NOME-TRAB
                MOVE SPACES TO W-ARQ-34
                STRING "TRN" W-NOME-TRAB DELIMITED BY SIZE
                       INTO W-ARQ-34
                MOVE W-ARQ-35 TO W-NOME-TRAB
                MOVE SPACES TO W-ARQ-35
                STRING "TRN" W-NOME-TRAB DELIMITED BY SIZE
                       INTO W-ARQ-35.
       INC-OP0.
           OPEN INPUT ARQCLI
           IF ST-CLI NOT = "00"
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
      *
      *   PONTOS DO CLIENTE: SEM OS ARQUIVOS A NOTA SAI SEM PONTOS
       ABRIR-PTS.
                MOVE 0 TO W-TEM-PTS
                OPEN I-O ARQPTS
                IF ST-PTS = "30" OR "35"
                   OPEN OUTPUT ARQPTS
                   CLOSE ARQPTS
                   OPEN I-O ARQPTS.
                OPEN I-O ARQPTSM
                IF ST-PTM = "30" OR "35"
                   OPEN OUTPUT ARQPTSM
                   CLOSE ARQPTSM
                   OPEN I-O ARQPTSM.
                IF ST-PTS = "00" AND ST-PTM = "00"
                   MOVE 1 TO W-TEM-PTS.
                IF W-TEM-PTS = 0 AND ST-PTS = "00"
                   CLOSE ARQPTS.
                IF W-TEM-PTS = 0 AND ST-PTM = "00"
                   CLOSE ARQPTSM.
                MOVE "00" TO ST-PTS ST-PTM.
       ABRIR-LOC.
           OPEN INPUT ARQLOC
           IF ST-LOC NOT = "00"
                      MOVE "01"   TO LOC-COD
                      MOVE "LOJA" TO LOC-NOME
                      WRITE REGLOC
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM DIARIO-LOC THRU DIARIO-LOC-FIM
                      CLOSE ARQLOC
                      GO TO ABRIR-LOC
               ELSE
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       ABRIR-FRT.
                OPEN INPUT ARQFRT
                IF ST-FRT = "00"
                   MOVE 1 TO W-TEM-FRT
                ELSE
                   MOVE 0 TO W-TEM-FRT
                   MOVE "00" TO ST-FRT.
      *
      *   CAMPANHAS PROMOCIONAIS SAO TABELA DE REFERENCIA (MESMO
      *   ARQUIVO NO MODO TREINAMENTO); SEM ELAS NAO HA PROMOCAO
       ABRIR-CMP.
                OPEN INPUT ARQCMP
                IF ST-CMP NOT = "00"
                   MOVE 0 TO W-TEM-CMP
                   MOVE "00" TO ST-CMP
                   GO TO ABRIR-FRN.
                OPEN INPUT ARQCMPI
                IF ST-CMI = "00"
                   MOVE 1 TO W-TEM-CMP
                ELSE
                   MOVE 0 TO W-TEM-CMP
                   MOVE "00" TO ST-CMI
                   CLOSE ARQCMP.
       ABRIR-FRN.
           OPEN I-O ARQFRN
           IF ST-FRN NOT = "00"
               IF ST-FRN = "30" OR "35"
                      OPEN OUTPUT ARQFRN
                      CLOSE ARQFRN
                      GO TO ABRIR-FRN
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ FRETE DA NOTA"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQCLI ARQPRO ARQVDA ARQCR ARQMOV ARQOPE
                            ARQAUD ARQSLD ARQORC ARQENT
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
      *
      ***** NUMEROS DE SERIE (ARQSER) E COMPLEMENTO DO PRODUTO *****
      *
       ABRIR-SER.
           OPEN I-O ARQSER
           IF ST-SER NOT = "00"
               IF ST-SER = "30" OR "35"
                      OPEN OUTPUT ARQSER
                      CLOSE ARQSER
                      GO TO ABRIR-SER
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ NUMEROS DE SERIE"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQCLI ARQPRO ARQVDA ARQCR ARQMOV ARQOPE
                            ARQAUD ARQSLD ARQORC ARQENT ARQFRN
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       ABRIR-PRC.
                OPEN INPUT ARQPROC
                IF ST-PRC = "00"
                   MOVE 1 TO W-TEM-PRC
                ELSE
                   MOVE 0 TO W-TEM-PRC
                   MOVE "00" TO ST-PRC.
      *
      *   LOCAIS DE ENTREGA DO CLIENTE SAO CADASTRO DE REFERENCIA
      *   (MESMO ARQUIVO NO MODO TREINAMENTO); SEM ELES A ENTREGA
      *   E FEITA NO ENDERECO DO CADASTRO DO CLIENTE
       ABRIR-END.
                OPEN INPUT ARQEND
                IF ST-END = "00"
                   MOVE 1 TO W-TEM-END
                ELSE
                   MOVE 0 TO W-TEM-END
                   MOVE "00" TO ST-END.
       ABRIR-FER.
                OPEN INPUT ARQFER
                IF ST-FER = "00"
                   MOVE PAR-VALOR TO W-MARG-MIN
                ELSE
                   MOVE "00" TO ST-PAR.
      *
      *   PROGRAMA DE PONTOS: PTSREAL PONTOS POR REAL DA NOTA (ZERO
      *   OU SEM PARAMETRO = NAO ACUMULA), PTSVALOR = VALOR DE 100
      *   PONTOS NO RESGATE (ZERO = NAO RESGATA), PTSMAXDS = % MAXIMO
      *   DA NOTA PAGO COM PONTOS (PADRAO 100) E PTSEXC-T (VALOR
      *   DIFERENTE DE ZERO) EXCLUI DO ACUMULO O TIPO DE PRODUTO T
                MOVE "PTSREAL" TO PAR-COD
                READ ARQPARAM
                IF ST-PAR = "00"
                   MOVE PAR-VALOR TO W-PTS-REAL
                ELSE
                   MOVE "00" TO ST-PAR.
                MOVE "PTSVALOR" TO PAR-COD
                READ ARQPARAM
                IF ST-PAR = "00"
                   MOVE PAR-VALOR TO W-PTS-VALOR
                ELSE
                   MOVE "00" TO ST-PAR.
                MOVE "PTSMAXDS" TO PAR-COD
                READ ARQPARAM
                IF ST-PAR = "00"
                   MOVE PAR-VALOR TO W-PTS-MAXDS
                ELSE
                   MOVE "00" TO ST-PAR.
                IF W-PTS-MAXDS > 100
                   MOVE 100 TO W-PTS-MAXDS.
                MOVE SPACES TO W-PTS-EXCL
                MOVE ZEROS  TO W-PTS-QTD-EXC
                MOVE "PTSEXC-" TO PAR-COD
                START ARQPARAM KEY IS NOT LESS PAR-COD INVALID KEY
                      MOVE "10" TO ST-PAR.
       LER-PARAM-EXC.
                IF ST-PAR NOT = "00"
                   MOVE "00" TO ST-PAR
                   GO TO LER-PARAM-FIM.
                READ ARQPARAM NEXT
                   AT END MOVE "10" TO ST-PAR.
                IF ST-PAR NOT = "00"
                   GO TO LER-PARAM-EXC.
                IF PAR-COD (1:7) NOT = "PTSEXC-"
                   MOVE "10" TO ST-PAR
                   GO TO LER-PARAM-EXC.
                IF PAR-VALOR NOT = ZEROS AND W-PTS-QTD-EXC < 40
                   ADD 1 TO W-PTS-QTD-EXC
                   MOVE PAR-COD (8:1) TO W-PTS-EXCL (W-PTS-QTD-EXC:1).
                GO TO LER-PARAM-EXC.
       LER-PARAM-FIM.
                CLOSE ARQPARAM.
       ABRIR-CUS.
                OPEN INPUT ARQCUS
                      MOVE "00" TO ST-PROK
                      MOVE 0 TO W-TEM-KIT
                      CLOSE ARQKIT
                   ELSE
                      PERFORM ABRIR-VKT THRU ABRIR-VKT-FIM
                   END-IF
                ELSE
                   MOVE 0 TO W-TEM-KIT
       GARANTIR-SERIE-MOV.
                MOVE "MOVIMENT" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM NOT = "00"
                   MOVE "00" TO ST-NUM
                   PERFORM SEED-MOV THRU SEED-MOV-FIM
                   MOVE "MOVIMENT" TO NUM-SERIE
                   MOVE W-MOV-PROX TO NUM-PROXIMO
                   WRITE REGNUM
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM.
       GARANTIR-SERIE-NOTA.
                MOVE "NOTA" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM = "00"
                   GO TO R1.
                MOVE "00" TO ST-NUM
                MOVE "NOTA" TO NUM-SERIE
                MOVE W-NOTA-PROX TO NUM-PROXIMO
                WRITE REGNUM
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                IF ST-NUM NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA CRIACAO DA SERIE DE NUMERACAO"
                                                             TO MENS
                MOVE ZEROS  TO VDA-NUM-NOTA CLI-CPF W-DATA-NOTA.
                MOVE ZEROS  TO W-ITEM W-TOTAL-NOTA W-ORC-NUM W-PDV-NUM.
                MOVE ZEROS  TO W-ICMS-NOTA W-IPI-NOTA W-AVISTA.
                MOVE ZEROS  TO W-QTDE-NOTA W-FRETE W-PDV-END-SEQ.
                MOVE ZEROS  TO W-PESO-NOTA.
                MOVE SPACES TO W-COND-PAG W-PDV-ENTREGA.
                MOVE ZEROS  TO W-PTS-BASE W-PTS-USADOS W-PTS-DESC.
                DISPLAY TELAVDA.
                IF W-TREINO = 1
                   DISPLAY (01, 25) "*** MODO TREINAMENTO ***".
                   IF W-TEM-KIT = 1
                      CLOSE ARQKIT ARQPROK
                   END-IF
                   IF W-TEM-VKT = 1
                      CLOSE ARQVKT
                   END-IF
                   IF W-TEM-CPG = 1
                      CLOSE ARQCPG
                   END-IF
                   IF W-TEM-FRT = 1
                      CLOSE ARQFRT
                   END-IF
                   IF W-TEM-CMP = 1
                      CLOSE ARQCMP ARQCMPI
                   END-IF
                   IF W-TEM-PRC = 1
                      CLOSE ARQPROC
                   END-IF
                   IF W-TEM-END = 1
                      CLOSE ARQEND
                   END-IF
                   IF W-TEM-PTS = 1
                      CLOSE ARQPTS ARQPTSM
                   END-IF
                   CLOSE ARQFRN ARQSER
                   GO TO ROT-FIM.
                IF W-VENDEDOR = SPACES
                   MOVE "*** VENDEDOR DEVE SER INFORMADO ***" TO MENS
                IF ST-ORC = "00"
                   READ ARQORC NEXT
                      AT END MOVE "10" TO ST-ORC.
                MOVE REGORC TO JRN-ANT-ORC
                IF ST-ORC NOT = "00" OR ORC-NUM NOT = W-ORC-NUM
                   MOVE "00" TO ST-ORC
                   MOVE "*** ORCAMENTO NAO ENCONTRADO ***" TO MENS
                   GO TO R2O-VALIDADE.
                READ ARQORC NEXT
                   AT END MOVE "10" TO ST-ORC.
                MOVE REGORC TO JRN-ANT-ORC
                IF ST-ORC = "00" AND ORC-NUM = W-ORC-NUM
                   GO TO R2O-ACHA-A.
                MOVE "00" TO ST-ORC
                   GO TO R3.
                MOVE W-PDV-NUM TO PDV-NUM
                READ ARQPDV
                MOVE REGPDV TO JRN-ANT-PDV
                IF ST-PDV NOT = "00"
                   MOVE "00" TO ST-PDV
                   MOVE "*** PEDIDO DE VENDA NAO ENCONTRADO ***"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2P.
                MOVE PDV-CLI-CPF TO CLI-CPF
                MOVE PDV-ENTREGA TO W-PDV-ENTREGA
                MOVE PDV-END-SEQ TO W-PDV-END-SEQ
                DISPLAY TCLI-CPF
                GO TO R3B.
       R3.
                ELSE
                   DISPLAY TCLI-NOME.
       R3C.
                MOVE ZEROS   TO W-SALDO-CLI W-TEM-ATRASO W-TEM-PERDA.
                MOVE CLI-CPF TO CR-CLI-CPF.
                START ARQCR KEY IS NOT LESS CR-CLI-CPF INVALID KEY
                      MOVE "10" TO ST-CR.
                      UNTIL ST-CR NOT = "00" OR
                            CR-CLI-CPF NOT = CLI-CPF.
                MOVE "00" TO ST-CR.
                IF W-TEM-ATRASO = 1 OR W-TEM-PERDA = 1
                   GO TO R3E.
                IF W-SALDO-CLI > CLI-LIMITE-CREDITO
                   MOVE "*** ATENCAO: CLIENTE ACIMA DO LIMITE ***"
                   ADD CR-VALOR TO W-SALDO-CLI
                   SUBTRACT CR-VALOR-PAGO FROM W-SALDO-CLI
                   PERFORM VERIF-ATRASO THRU VERIF-ATRASO-FIM.
                IF CR-STATUS = "L"
                   MOVE 1 TO W-TEM-PERDA.
                READ ARQCR NEXT
                   AT END MOVE "10" TO ST-CR.
       R3C-LOOP-FIM.
                EXIT.
      *
      ***************************************
      * BLOQUEIO DE CREDITO POR ATRASO OU    *
      * POR TITULO BAIXADO POR PERDA, COM    *
      * LIBERACAO DO SUPERVISOR (PERM-ADM)   *
      * REGISTRADA NA TRILHA DE AUDITORIA    *
      ***************************************
      *
       R3E.
                IF W-TEM-PERDA = 1
                   MOVE "*** VENDA BLOQUEADA: CLIENTE COM TITULO"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "*** BAIXADO POR PERDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3E2.
                MOVE "*** VENDA BLOQUEADA: CLIENTE COM TITULO EM"
                                                             TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "*** NAO SE VENDE DA QUARENTENA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4L.
                IF W-LOC = "TT"
                   MOVE "*** NAO SE VENDE MERCADORIA EM TRANSITO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4L.
                IF W-LOC (1:1) = "K"
                   MOVE "*** MERCADORIA EM CONSIGNACAO - USE O CONSIG"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4L.
                IF W-ORC-NUM NOT = ZEROS
                   GO TO CARREGAR-ORC.
                IF W-PDV-NUM NOT = ZEROS
      *
       R5.
                MOVE ZEROS  TO PRO-COD VDA-QTDE W-DESC-PERC.
                MOVE SPACES TO PRO-DESC W-PROMO-COD.
                ADD 1 TO W-ITEM.
                DISPLAY TW-ITEM.
                DISPLAY TW-DESC-PERC.
                   GO TO FIM-ITENS.
       R6B.
                READ ARQPRO
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-PRO = "99"
                   MOVE "00" TO ST-PRO
                   MOVE "ARQPRO" TO W-ARQ-LOCK
                   DISPLAY TPRO-DESC
                   DISPLAY TPRO-PRECO.
       R6C.
                PERFORM LER-PROC THRU LER-PROC-FIM
                PERFORM VERIF-KIT THRU VERIF-KIT-FIM
                PERFORM VERIF-ACORDO THRU VERIF-ACORDO-FIM
                PERFORM VERIF-PROMO THRU VERIF-PROMO-FIM
                DISPLAY TW-DESC-PERC.
                IF W-PROMO-COD NOT = SPACES
                   MOVE "*** PRECO PROMOCIONAL DE CAMPANHA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      ***************************************
      * PRECO UNITARIO EDITAVEL NA VENDA:    *
                   GO TO R6P.
                IF PRO-PRECO = W-PRECO-ANT
                   GO TO R6D.
      *   PRECO DIGITADO: O ITEM DEIXA DE SER DA CAMPANHA
                MOVE SPACES TO W-PROMO-COD
                PERFORM VERIF-MARGEM THRU VERIF-MARGEM-FIM
                IF W-MARG-OK = 1
                   PERFORM AUD-PRECO THRU AUD-PRECO-FIM
                   MOVE "*** ESTOQUE DISPONIVEL INSUFICIENTE ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7E.
                GO TO R7S.
      *
      ***************************************
      * ENCOMENDA: SEM ESTOQUE DISPONIVEL, A *
      * QUANTIDADE PEDIDA FICA REGISTRADA    *
      * PARA O CLIENTE (ENCDRV) E O ITEM NAO *
      * ENTRA NA NOTA. KIT NAO E ENCOMENDADO *
      * (A ENCOMENDA E DOS COMPONENTES)      *
      ***************************************
      *
       R7E.
                IF W-EH-KIT = 1
                   GO TO R7.
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
                MOVE PRO-COD     TO ENL-PRO-COD
                MOVE CLI-CPF     TO ENL-CLI-CPF
                MOVE VDA-QTDE    TO ENL-QTDE
                MOVE PRO-PRECO   TO ENL-PRECO
                MOVE "VENDPRO"   TO ENL-ORIGEM
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
       R7S.
                IF W-CTL-SERIE = 0
                   GO TO R7-GRAVA.
                IF VDA-QTDE > 50
                   MOVE "*** COM SERIE: ATE 50 UNIDADES POR ITEM ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7.
                PERFORM PEDIR-SERIES THRU PEDIR-SERIES-FIM
                IF W-SER-OK = 0
                   GO TO R7.
       R7-GRAVA.
                PERFORM INC-WR-ITEM THRU GRAVAR-ITEM-FIM.
                   DISPLAY TVDA-NUM-NOTA.
                MOVE W-ITEM      TO VDA-ITEM.
                MOVE PRO-COD     TO VDA-PRO-COD.
                MOVE PRO-TIPO    TO W-PTS-TIPO.
                MOVE CLI-CPF     TO VDA-CLI-CPF.
                COMPUTE W-PRECO-LIQ ROUNDED = PRO-PRECO
                        - ((PRO-PRECO * W-DESC-PERC) / 100).
                MOVE W-VENDEDOR  TO VDA-OPE-COD.
                MOVE "A"         TO VDA-SIT.
                MOVE W-LOC       TO VDA-LOC.
                MOVE W-PROMO-COD TO VDA-PROMO.
                WRITE REGVDA
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-VDA THRU DIARIO-VDA-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ITEM DA NOTA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE VDA-QTDE TO W-QTDE-BAIXA.
                IF W-EH-KIT = 0
                   GO TO ATU-ESTOQUE-ITEM.
      *   KIT: SAI PRIMEIRO DO ESTOQUE DE KITS MONTADOS (ORDEM DE
      *   MONTAGEM - MONTKIT) E SO O RESTANTE E EXPLODIDO NOS
      *   COMPONENTES
                PERFORM LER-KIT-PRONTO THRU LER-KIT-PRONTO-FIM.
                IF W-KIT-PRONTO > VDA-QTDE
                   MOVE VDA-QTDE TO W-KIT-PRONTO.
                COMPUTE W-KIT-RESTO = VDA-QTDE - W-KIT-PRONTO.
                IF W-TEM-VKT = 1
                   PERFORM GRAVAR-VKT THRU GRAVAR-VKT-FIM.
                IF W-KIT-RESTO NOT = ZEROS
                   PERFORM EXPLODIR-KIT THRU EXPLODIR-KIT-FIM.
                IF W-KIT-PRONTO = ZEROS
                   GO TO TOTAIS-ITEM.
                MOVE W-KIT-PRONTO TO W-QTDE-BAIXA.
       ATU-ESTOQUE-ITEM.
                COMPUTE W-QTDE-NOVA = PRO-QTDE - W-QTDE-BAIXA.
                MOVE W-QTDE-NOVA TO PRO-QTDE.
                ADD 1 TO PRO-VERSAO.
      *   O PRECO DE VENDA (ACORDO, PEDIDO OU DIGITADO) VALE SO PARA
      *   A NOTA - O CADASTRO VOLTA COM O PRECO DE TABELA
                MOVE W-PRECO-TAB TO PRO-PRECO.
                REWRITE REGPRO
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PRO THRU DIARIO-PRO-FIM
                IF ST-PRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA ATUALIZACAO DO ESTOQUE DO PRODUTO"
                                                             TO MENS
                PERFORM OBTER-NUM-MOV THRU OBTER-NUM-MOV-FIM.
                MOVE PRO-COD     TO MOV-PRO-COD.
                MOVE "S"         TO MOV-TIPO.
                MOVE W-QTDE-BAIXA TO MOV-QTDE.
                MOVE W-DATA-NOTA TO MOV-DATA.
                MOVE ZEROS       TO MOV-CPF-FORC.
                MOVE W-LOC       TO MOV-LOC.
                MOVE SPACES      TO MOV-LOC-DEST.
                MOVE SPACES      TO MOV-MOTIVO.
                WRITE REGMOV
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-MOV THRU DIARIO-MOV-FIM
                IF ST-MOV NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO MOVIMENTO DE SAIDA"
                                                             TO MENS
                PERFORM ATU-SALDO-LOC THRU ATU-SALDO-LOC-FIM.
                PERFORM BAIXAR-LOTE-FEFO THRU BAIXAR-LOTE-FEFO-FIM.
       TOTAIS-ITEM.
                IF W-SER-QTDE NOT = ZEROS
                   PERFORM VENDER-SERIES THRU VENDER-SERIES-FIM.
                COMPUTE W-TOTAL-ITEM = VDA-PRECO * VDA-QTDE.
                ADD W-TOTAL-ITEM TO W-TOTAL-NOTA.
                PERFORM SOMAR-BASE-PTS THRU SOMAR-BASE-PTS-FIM.
                ADD VDA-QTDE TO W-QTDE-NOTA.
                PERFORM SOMAR-PESO THRU SOMAR-PESO-FIM.
                PERFORM CALC-IMP-ITEM THRU CALC-IMP-ITEM-FIM.
       GRAVAR-ITEM-FIM.
                EXIT.
       FEFO-SCAN.
                READ ARQLOTE NEXT
                   AT END MOVE "10" TO ST-LOT.
                MOVE REGLOTE TO JRN-ANT-LOTE
                IF ST-LOT NOT = "00" OR
                   LOT-PRO-COD NOT = MOV-PRO-COD
                   MOVE "00" TO ST-LOT
                MOVE MOV-PRO-COD TO LOT-PRO-COD
                MOVE W-LOT-ESC   TO LOT-NUMERO
                READ ARQLOTE
                MOVE REGLOTE TO JRN-ANT-LOTE
                IF ST-LOT NOT = "00"
                   MOVE "00" TO ST-LOT
                   GO TO BAIXAR-LOTE-FEFO-FIM.
                   SUBTRACT LOT-QTDE FROM W-FALTA
                   MOVE ZEROS TO LOT-QTDE.
                REWRITE REGLOTE
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-LOTE THRU DIARIO-LOTE-FIM
                IF ST-LOT NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-LOT
                   DISPLAY (22, 12)
                EXIT.
      *
      ***************************************
      * CONTROLE DE SERIE DO PRODUTO PELO    *
      * COMPLEMENTO (ARQPROC); SEM REGISTRO  *
      * O PRODUTO NAO TEM CONTROLE DE SERIE  *
      ***************************************
      *
       LER-PROC.
                MOVE 0 TO W-CTL-SERIE
                MOVE ZEROS TO W-SER-QTDE
                IF W-TEM-PRC = 0
                   GO TO LER-PROC-FIM.
                MOVE PRO-COD TO PRC-PRO-COD
                READ ARQPROC
                IF ST-PRC NOT = "00"
                   MOVE "00" TO ST-PRC
                   GO TO LER-PROC-FIM.
                IF PRC-SERIE = "S"
                   MOVE 1 TO W-CTL-SERIE.
       LER-PROC-FIM.
                EXIT.
      *
      ***************************************
      * PESO DO ITEM PARA O FRETE POR FAIXA  *
      * DE PESO: PRC-PESO X QTDE; KIT SEM    *
      * PESO PROPRIO SOMA O PESO DOS         *
      * COMPONENTES; SEM REGISTRO NO ARQPROC *
      * O PESO E ZERO                        *
      ***************************************
      *
       SOMAR-PESO.
                IF W-TEM-PRC = 0
                   GO TO SOMAR-PESO-FIM.
                MOVE VDA-PRO-COD TO PRC-PRO-COD
                READ ARQPROC
                IF ST-PRC = "00" AND PRC-PESO NOT = ZEROS
                   COMPUTE W-PESO-NOTA = W-PESO-NOTA
                                       + (PRC-PESO * VDA-QTDE)
                   GO TO SOMAR-PESO-FIM.
                MOVE "00" TO ST-PRC
                IF W-EH-KIT = 0
                   GO TO SOMAR-PESO-FIM.
                MOVE VDA-PRO-COD TO KIT-PRO-COD
                MOVE ZEROS       TO KIT-COMP-COD
                START ARQKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                      MOVE "10" TO ST-KIT.
                IF ST-KIT NOT = "00"
                   MOVE "00" TO ST-KIT
                   GO TO SOMAR-PESO-FIM.
       SOMAR-PESO-KIT.
                READ ARQKIT NEXT
                   AT END MOVE "10" TO ST-KIT.
                IF ST-KIT NOT = "00" OR KIT-PRO-COD NOT = VDA-PRO-COD
                   MOVE "00" TO ST-KIT
                   GO TO SOMAR-PESO-FIM.
                MOVE KIT-COMP-COD TO PRC-PRO-COD
                READ ARQPROC
                IF ST-PRC = "00"
                   COMPUTE W-PESO-NOTA = W-PESO-NOTA
                           + (PRC-PESO * KIT-QTDE * VDA-QTDE)
                ELSE
                   MOVE "00" TO ST-PRC.
                GO TO SOMAR-PESO-KIT.
       SOMAR-PESO-FIM.
                EXIT.
      *
      ***************************************
      * SERIES DAS UNIDADES VENDIDAS: UMA    *
      * POR UNIDADE, CADASTRADA NO ARQSER    *
      * PARA O PRODUTO E EM ESTOQUE (E).     *
      * ESC ABANDONA A DIGITACAO (W-SER-OK   *
      * = 0)                                 *
      ***************************************
      *
       PEDIR-SERIES.
                MOVE 0 TO W-SER-OK
                MOVE ZEROS TO W-SER-QTDE.
       PEDIR-SERIES2.
                IF W-SER-QTDE NOT < VDA-QTDE
                   MOVE 1 TO W-SER-OK
                   DISPLAY (21, 02) LIMPA
                   GO TO PEDIR-SERIES-FIM.
                COMPUTE W-SER-IDX = W-SER-QTDE + 1
                MOVE SPACES TO W-SER-NUM
                DISPLAY (21, 02) LIMPA
                DISPLAY (21, 02) "SERIE DA UNIDADE "
                DISPLAY (21, 19) W-SER-IDX
                DISPLAY (21, 23) ":"
                ACCEPT  (21, 25) W-SER-NUM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   MOVE ZEROS TO W-SER-QTDE
                   DISPLAY (21, 02) LIMPA
                   GO TO PEDIR-SERIES-FIM.
                IF W-SER-NUM = SPACES
                   MOVE "*** NUMERO DE SERIE DEVE SER INFORMADO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PEDIR-SERIES2.
                PERFORM VERIF-SER-DUP THRU VERIF-SER-DUP-FIM
                IF W-SER-DUP = 1
                   MOVE "*** SERIE JA DIGITADA NESTE ITEM ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PEDIR-SERIES2.
                MOVE PRO-COD   TO SER-PRO-COD
                MOVE W-SER-NUM TO SER-NUMERO
                READ ARQSER
                MOVE REGSER TO JRN-ANT-SER
                IF ST-SER = "99"
                   MOVE "00" TO ST-SER
                   MOVE "ARQSER" TO W-ARQ-LOCK
                   PERFORM GRAVAR-LOCK THRU GRAVAR-LOCK-FIM
                   MOVE "*** REGISTRO EM USO - TENTE NOVAMENTE ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PEDIR-SERIES2.
                IF ST-SER NOT = "00"
                   MOVE "00" TO ST-SER
                   MOVE "*** SERIE NAO CADASTRADA PARA O PRODUTO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PEDIR-SERIES2.
                IF SER-SIT NOT = "E"
                   MOVE "*** SERIE NAO ESTA EM ESTOQUE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PEDIR-SERIES2.
                ADD 1 TO W-SER-QTDE
                MOVE W-SER-NUM TO W-SER-TAB (W-SER-QTDE)
                GO TO PEDIR-SERIES2.
       PEDIR-SERIES-FIM.
                EXIT.
      *
       VERIF-SER-DUP.
                MOVE 0 TO W-SER-DUP
                MOVE ZEROS TO W-SER-IDX.
       VERIF-SER-DUP2.
                ADD 1 TO W-SER-IDX
                IF W-SER-IDX > W-SER-QTDE
                   GO TO VERIF-SER-DUP-FIM.
                IF W-SER-TAB (W-SER-IDX) = W-SER-NUM
                   MOVE 1 TO W-SER-DUP
                   GO TO VERIF-SER-DUP-FIM.
                GO TO VERIF-SER-DUP2.
       VERIF-SER-DUP-FIM.
                EXIT.
      *
      ***************************************
      * BAIXA DAS SERIES DO ITEM GRAVADO:    *
      * VENDIDA (V) COM NOTA, ITEM, CLIENTE  *
      * E DATA DA VENDA                      *
      ***************************************
      *
       VENDER-SERIES.
                MOVE ZEROS TO W-SER-IDX.
       VENDER-SERIES2.
                ADD 1 TO W-SER-IDX
                IF W-SER-IDX > W-SER-QTDE
                   MOVE ZEROS TO W-SER-QTDE
                   GO TO VENDER-SERIES-FIM.
                MOVE VDA-PRO-COD            TO SER-PRO-COD
                MOVE W-SER-TAB (W-SER-IDX)  TO SER-NUMERO
                READ ARQSER
                MOVE REGSER TO JRN-ANT-SER
                IF ST-SER NOT = "00" OR SER-SIT NOT = "E"
                   MOVE "00" TO ST-SER
                   DISPLAY (22, 02) "*** SERIE NAO BAIXADA : "
                   DISPLAY (22, 27) W-SER-TAB (W-SER-IDX)
                   GO TO VENDER-SERIES2.
                MOVE "V"          TO SER-SIT
                MOVE VDA-NUM-NOTA TO SER-NOTA
                MOVE VDA-ITEM     TO SER-ITEM
                MOVE VDA-CLI-CPF  TO SER-CLI-CPF
                MOVE VDA-DATA     TO SER-DATA-VENDA
                REWRITE REGSER
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-SER THRU DIARIO-SER-FIM
                IF ST-SER NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-SER
                   DISPLAY (22, 02) "*** SERIE NAO BAIXADA : "
                   DISPLAY (22, 27) W-SER-TAB (W-SER-IDX).
                GO TO VENDER-SERIES2.
       VENDER-SERIES-FIM.
                EXIT.
      *
      ***************************************
      * IMPOSTOS DO ITEM PELA TABELA DE      *
      * ALIQUOTAS DO TIPO DE PRODUTO         *
      * (ARQALIQ); TIPO SEM ALIQUOTA NAO     *
       CARREGAR-ORC2.
                READ ARQORC NEXT
                   AT END MOVE "10" TO ST-ORC.
                MOVE REGORC TO JRN-ANT-ORC
                IF ST-ORC NOT = "00" OR ORC-NUM NOT = W-ORC-NUM
                   MOVE "00" TO ST-ORC
                   GO TO FIM-ITENS.
                   GO TO CARREGAR-ORC2.
                MOVE ORC-PRO-COD TO PRO-COD
                READ ARQPRO
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   DISPLAY (22, 02)
                MOVE PRO-PRECO TO W-PRECO-TAB
                PERFORM VERIF-KIT THRU VERIF-KIT-FIM
                PERFORM VERIF-ACORDO THRU VERIF-ACORDO-FIM
                PERFORM VERIF-PROMO THRU VERIF-PROMO-FIM
                MOVE ORC-QTDE TO VDA-QTDE
                IF W-EH-KIT = 1
                   PERFORM CALC-DISP-KIT THRU CALC-DISP-KIT-FIM
                   DISPLAY (22, 02)
                        "*** ESTOQUE INSUFICIENTE - ITEM PULADO ***"
                   GO TO CARREGAR-ORC2.
                PERFORM LER-PROC THRU LER-PROC-FIM
                IF W-CTL-SERIE = 1 AND VDA-QTDE > 50
                   DISPLAY (22, 02)
                        "*** MAIS DE 50 UNIDADES COM SERIE - PULADO **"
                   GO TO CARREGAR-ORC2.
                ADD 1 TO W-ITEM
                DISPLAY TW-ITEM
                DISPLAY TVDA-PRO-COD
                DISPLAY TPRO-DESC
                DISPLAY TPRO-PRECO
                DISPLAY TVDA-QTDE
                IF W-CTL-SERIE = 1
                   PERFORM PEDIR-SERIES THRU PEDIR-SERIES-FIM
                   IF W-SER-OK = 0
                      SUBTRACT 1 FROM W-ITEM
                      DISPLAY (22, 02)
                           "*** SERIES NAO INFORMADAS - ITEM PULADO ***"
                      GO TO CARREGAR-ORC2.
                PERFORM INC-WR-ITEM THRU GRAVAR-ITEM-FIM
                MOVE "F" TO ORC-STATUS
                REWRITE REGORC
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-ORC THRU DIARIO-ORC-FIM
                IF ST-ORC NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-ORC
                   DISPLAY (22, 02)
                EXIT.
      *
      ***************************************
      * CAMPANHA PROMOCIONAL (ARQCMP/CMPI)   *
      * ATIVA NA DATA DA NOTA PARA O PRODUTO *
      * (ALVO P) OU PARA O SEU TIPO (ALVO T).*
      * PREVALECE O MENOR PRECO ENTRE AS     *
      * CAMPANHAS E O PRECO JA OBTIDO (TABELA*
      * OU ACORDO MENOS O DESCONTO); QUANDO  *
      * A CAMPANHA VENCE O PRECO VAI PARA O  *
      * ITEM SEM DESCONTO E O CODIGO DELA E  *
      * GRAVADO NO VDA-PROMO                 *
      ***************************************
      *
       VERIF-PROMO.
                MOVE SPACES TO W-PROMO-COD
                IF W-TEM-CMP = 0
                   GO TO VERIF-PROMO-FIM.
                MOVE W-DATA-NOTA (5:4) TO W-PRM-HOJE (1:4)
                MOVE W-DATA-NOTA (3:2) TO W-PRM-HOJE (5:2)
                MOVE W-DATA-NOTA (1:2) TO W-PRM-HOJE (7:2)
                COMPUTE W-PRM-MELHOR ROUNDED = PRO-PRECO
                        - ((PRO-PRECO * W-DESC-PERC) / 100).
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
                MOVE ZEROS        TO W-DESC-PERC
                DISPLAY TPRO-PRECO.
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
                   MOVE CMI-COD     TO W-PROMO-COD.
                GO TO VERIF-PROMO-ALVO2.
       VERIF-PROMO-ALVO-FIM.
                EXIT.
      *
      ***************************************
      * O PRODUTO DIGITADO E UM KIT? (TEM    *
      * COMPONENTES NO ARQKIT)               *
      ***************************************
      * DISPONIBILIDADE DO KIT: O MENOR      *
      * SALDO LIVRE DE COMPONENTE DIVIDIDO   *
      * PELA QTDE DO COMPONENTE NO KIT       *
      * (COMPONENTE LIMITANTE), MAIS O SALDO *
      * DE KITS JA MONTADOS DO PAI NO LOCAL. *
      * O REGISTRO DO KIT EM REGPRO E        *
      * PRESERVADO (OS COMPONENTES SAO LIDOS *
      * PELO ARQPROK)                        *
      ***************************************
      *
       CALC-DISP-KIT.
                IF ST-KIT NOT = "00"
                   MOVE "00" TO ST-KIT
                   MOVE ZEROS TO W-KIT-DISP
                   GO TO CALC-DISP-KIT3.
       CALC-DISP-KIT2.
                READ ARQKIT NEXT
                   AT END MOVE "10" TO ST-KIT.
                IF ST-KIT NOT = "00" OR KIT-PRO-COD NOT = PRO-COD
                   MOVE "00" TO ST-KIT
                   GO TO CALC-DISP-KIT3.
                MOVE KIT-COMP-COD TO PROK-COD
                READ ARQPROK
                MOVE REGPROK TO JRN-ANT-PROK
                IF ST-PROK NOT = "00"
                   MOVE "00" TO ST-PROK
                   MOVE ZEROS TO W-KIT-DISP
                MOVE ZEROS TO W-RSV-SALDO
                MOVE KIT-COMP-COD TO RSV-PRO-COD
                READ ARQRSV
                MOVE REGRSV TO JRN-ANT-RSV
                IF ST-RSV = "00"
                   MOVE RSV-QTDE TO W-RSV-SALDO
                ELSE
                MOVE KIT-COMP-COD TO SLD-PRO-COD
                MOVE W-LOC        TO SLD-LOC
                READ ARQSLD
                MOVE REGSLD TO JRN-ANT-SLD
                IF ST-SLD = "00"
                   MOVE SLD-QTDE TO W-SLD-LOC
                ELSE
                IF W-DISP-COMP < W-KIT-DISP
                   MOVE W-DISP-COMP TO W-KIT-DISP.
                GO TO CALC-DISP-KIT2.
       CALC-DISP-KIT3.
                PERFORM LER-KIT-PRONTO THRU LER-KIT-PRONTO-FIM
                ADD W-KIT-PRONTO TO W-KIT-DISP.
       CALC-DISP-KIT-FIM.
                EXIT.
      *
      ***************************************
      * SALDO LIVRE DE KITS JA MONTADOS DO   *
      * PRODUTO PAI NO LOCAL DA NOTA (SALDO  *
      * DO LOCAL MENOS A RESERVA DO PAI)     *
      ***************************************
      *
       LER-KIT-PRONTO.
                PERFORM LER-RESERVA THRU LER-RESERVA-FIM
                PERFORM LER-SALDO-LOC THRU LER-SALDO-LOC-FIM
                COMPUTE W-KIT-PRONTO = W-SLD-LOC - W-RSV-SALDO
                IF W-KIT-PRONTO < ZEROS
                   MOVE ZEROS TO W-KIT-PRONTO.
       LER-KIT-PRONTO-FIM.
                EXIT.
      *
      ***************************************
      * ABERTURA DO ARQVKT (COMPOSICAO DA    *
      * BAIXA DOS KITS VENDIDOS); CRIADO NO  *
      * PRIMEIRO USO                         *
      ***************************************
      *
       ABRIR-VKT.
                OPEN I-O ARQVKT
                IF ST-VKT = "30" OR "35"
                   OPEN OUTPUT ARQVKT
                   CLOSE ARQVKT
                   OPEN I-O ARQVKT.
                IF ST-VKT = "00"
                   MOVE 1 TO W-TEM-VKT
                ELSE
                   MOVE 0 TO W-TEM-VKT
                   MOVE "00" TO ST-VKT.
       ABRIR-VKT-FIM.
                EXIT.
      *
      ***************************************
      * REGISTRA QUANTO DO ITEM DE KIT SAIU  *
      * DE KITS MONTADOS (W-KIT-PRONTO) E    *
      * QUANTO FOI EXPLODIDO NOS COMPONENTES *
      * (W-KIT-RESTO), P/ O ESTORNO          *
      * (CANNOTA) E A DEVOLUCAO (DEVVENDA)   *
      ***************************************
      *
       GRAVAR-VKT.
                MOVE VDA-NUM-NOTA TO VKT-NUM-NOTA
                MOVE VDA-ITEM     TO VKT-ITEM
                MOVE VDA-PRO-COD  TO VKT-PRO-COD
                MOVE W-KIT-PRONTO TO VKT-PRONTO
                MOVE W-KIT-RESTO  TO VKT-RESTO
                MOVE ZEROS        TO VKT-DEV-PRONTO
                WRITE REGVKT
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-VKT THRU DIARIO-VKT-FIM
                IF ST-VKT NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-VKT
                   DISPLAY (22, 12)
                        "*** COMPOSICAO DO KIT NAO REGISTRADA ***".
       GRAVAR-VKT-FIM.
                EXIT.
      *
      ***************************************
      * EXPLOSAO DO KIT VENDIDO: PARA CADA   *
      * COMPONENTE GERA O MOVIMENTO DE SAIDA *
      * NO ARQMOV, BAIXA O ESTOQUE DO        *
      * COMPONENTE (ARQPROK), O SALDO POR    *
      * LOCAL E OS LOTES FEFO, PARA A QTDE   *
      * NAO ATENDIDA POR KITS JA MONTADOS    *
      * (W-KIT-RESTO)                        *
      ***************************************
      *
       EXPLODIR-KIT.
                IF ST-KIT NOT = "00" OR KIT-PRO-COD NOT = PRO-COD
                   MOVE "00" TO ST-KIT
                   GO TO EXPLODIR-KIT-FIM.
                COMPUTE W-QTDE-COMP = W-KIT-RESTO * KIT-QTDE
                PERFORM OBTER-NUM-MOV THRU OBTER-NUM-MOV-FIM
                MOVE KIT-COMP-COD TO MOV-PRO-COD
                MOVE "S"          TO MOV-TIPO
                MOVE ZEROS        TO MOV-CPF-FORC
                MOVE W-LOC        TO MOV-LOC
                MOVE SPACES       TO MOV-LOC-DEST
                MOVE SPACES       TO MOV-MOTIVO
                WRITE REGMOV
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-MOV THRU DIARIO-MOV-FIM
                IF ST-MOV NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-MOV
                   DISPLAY (22, 12)
                   GO TO EXPLODIR-KIT2.
                MOVE KIT-COMP-COD TO PROK-COD
                READ ARQPROK
                MOVE REGPROK TO JRN-ANT-PROK
                IF ST-PROK = "00"
                   IF W-QTDE-COMP > PROK-QTDE
                      MOVE ZEROS TO PROK-QTDE
                   END-IF
                   ADD 1 TO PROK-VERSAO
                   REWRITE REGPROK
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-PROK THRU DIARIO-PROK-FIM
                   IF ST-PROK NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-PROK
                      DISPLAY (22, 12)
       CARREGAR-PDV2.
                READ ARQPDVI NEXT
                   AT END MOVE "10" TO ST-PVI.
                MOVE REGPDVI TO JRN-ANT-PDVI
                IF ST-PVI NOT = "00" OR PVI-PDV-NUM NOT = W-PDV-NUM
                   MOVE "00" TO ST-PVI
                   GO TO CARREGAR-PDV3.
                   GO TO CARREGAR-PDV2.
                MOVE PVI-PRO-COD TO PRO-COD
                READ ARQPRO
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   DISPLAY (22, 02)
                PERFORM VERIF-KIT THRU VERIF-KIT-FIM
                MOVE PVI-PRECO TO PRO-PRECO
                MOVE ZEROS     TO W-DESC-PERC
                MOVE SPACES    TO W-PROMO-COD
                MOVE PVI-QTDE  TO VDA-QTDE
                IF W-EH-KIT = 1
                   PERFORM CALC-DISP-KIT THRU CALC-DISP-KIT-FIM
                        "*** ESTOQUE INSUFICIENTE - ITEM PULADO ***"
                   MOVE 1 TO W-PDV-PULOU
                   GO TO CARREGAR-PDV2.
                PERFORM LER-PROC THRU LER-PROC-FIM
                IF W-CTL-SERIE = 1 AND VDA-QTDE > 50
                   DISPLAY (22, 02)
                        "*** MAIS DE 50 UNIDADES COM SERIE - PULADO **"
                   MOVE 1 TO W-PDV-PULOU
                   GO TO CARREGAR-PDV2.
                ADD 1 TO W-ITEM
                DISPLAY TW-ITEM
                DISPLAY TVDA-PRO-COD
                DISPLAY TPRO-DESC
                DISPLAY TPRO-PRECO
                DISPLAY TVDA-QTDE
                IF W-CTL-SERIE = 1
                   PERFORM PEDIR-SERIES THRU PEDIR-SERIES-FIM
                   IF W-SER-OK = 0
                      SUBTRACT 1 FROM W-ITEM
                      DISPLAY (22, 02)
                           "*** SERIES NAO INFORMADAS - ITEM PULADO ***"
                      MOVE 1 TO W-PDV-PULOU
                      GO TO CARREGAR-PDV2.
                PERFORM INC-WR-ITEM THRU GRAVAR-ITEM-FIM
                MOVE "F" TO PVI-STATUS
                REWRITE REGPDVI
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PDVI THRU DIARIO-PDVI-FIM
                IF ST-PVI NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-PVI
                   DISPLAY (22, 02)
                   GO TO FIM-ITENS.
                MOVE W-PDV-NUM TO PDV-NUM
                READ ARQPDV
                MOVE REGPDV TO JRN-ANT-PDV
                IF ST-PDV NOT = "00"
                   MOVE "00" TO ST-PDV
                   GO TO FIM-ITENS.
                MOVE "F" TO PDV-STATUS
                REWRITE REGPDV
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PDV THRU DIARIO-PDV-FIM
                IF ST-PDV NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-PDV
                   DISPLAY (22, 02)
                MOVE ZEROS TO W-RSV-SALDO
                MOVE PRO-COD TO RSV-PRO-COD
                READ ARQRSV
                MOVE REGRSV TO JRN-ANT-RSV
                IF ST-RSV = "00"
                   MOVE RSV-QTDE TO W-RSV-SALDO
                ELSE
                MOVE PRO-COD TO SLD-PRO-COD
                MOVE W-LOC   TO SLD-LOC
                READ ARQSLD
                MOVE REGSLD TO JRN-ANT-SLD
                IF ST-SLD = "00"
                   MOVE SLD-QTDE TO W-SLD-LOC
                ELSE
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
                MOVE MOV-PRO-COD TO SLD-PRO-COD
                MOVE W-LOC-ATU   TO SLD-LOC
                READ ARQSLD
                MOVE REGSLD TO JRN-ANT-SLD
                IF ST-SLD NOT = "00"
                   MOVE "00" TO ST-SLD
                   MOVE MOV-PRO-COD TO SLD-PRO-COD
                   MOVE W-LOC-ATU   TO SLD-LOC
                   MOVE ZEROS       TO SLD-QTDE
                   WRITE REGSLD
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-SLD THRU DIARIO-SLD-FIM
                   IF ST-SLD NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-SLD
                      DISPLAY (22, 12)
                   ELSE
                      SUBTRACT MOV-QTDE FROM SLD-QTDE.
                REWRITE REGSLD
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-SLD THRU DIARIO-SLD-FIM
                IF ST-SLD NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-SLD
                   DISPLAY (22, 12)
       OBTER-NUM-NOTA.
                MOVE "NOTA" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM NOT = "00"
                   MOVE "00" TO ST-NUM
                   MOVE 1    TO NUM-PROXIMO.
                MOVE NUM-PROXIMO TO VDA-NUM-NOTA
                ADD 1 TO NUM-PROXIMO
                REWRITE REGNUM
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                IF ST-NUM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-NUM
                   DISPLAY (22, 12)
       OBTER-NUM-MOV.
                MOVE "MOVIMENT" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM NOT = "00"
                   MOVE "00" TO ST-NUM
                   MOVE 1    TO NUM-PROXIMO.
                MOVE NUM-PROXIMO TO MOV-NUM
                ADD 1 TO NUM-PROXIMO
                REWRITE REGNUM
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                IF ST-NUM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-NUM
                   DISPLAY (22, 12)
                MOVE W-ICMS-NOTA  TO NFI-ICMS-VALOR.
                MOVE W-IPI-NOTA   TO NFI-IPI-VALOR.
                WRITE REGNFI
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-NFI THRU DIARIO-NFI-FIM
                IF ST-NFI NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-NFI
                   DISPLAY (22, 02)
      * A ENTREGA PENDENTE NO ARQENT, QUE    *
      * ALIMENTA O ROMANEIO DE SEPARACAO E   *
      * O ROTEIRO DO MOTORISTA (ROMANEIO)    *
      * E COBRA O FRETE DA TABELA (ARQFRT)   *
      * PELO CEP/UF DO LOCAL DE ENTREGA.     *
      * O LOCAL E ESCOLHIDO ENTRE OS LOCAIS  *
      * ATIVOS DO CLIENTE (ARQEND); 00 E O   *
      * ENDERECO DO CADASTRO. NOTA DE PEDIDO *
      * TRAZ A ENTREGA E O LOCAL DO PEDIDO   *
      * COMO SUGESTAO                        *
      ***************************************
      *
       PEDIR-ENTREGA.
                MOVE "N" TO W-OPCAO
                IF W-PDV-ENTREGA = "S"
                   MOVE "S" TO W-OPCAO.
                DISPLAY (20, 02) "NOTA PARA ENTREGA (S/N) : ".
                ACCEPT (20, 29) W-OPCAO WITH UPDATE
                IF W-OPCAO NOT = "S" AND "s"
                   DISPLAY (20, 02) LIMPA
                   GO TO OFERECER-PTS.
                MOVE W-PDV-END-SEQ TO W-END-SEQ
                PERFORM ESCOLHER-LOCAL THRU ESCOLHER-LOCAL-FIM
                MOVE VDA-NUM-NOTA TO ENT-NUM-NOTA
                MOVE "P"          TO ENT-STATUS
                MOVE SPACES       TO ENT-MOTORISTA ENT-RECEBEDOR
                                     ENT-PLACA
                MOVE ZEROS        TO ENT-DATA-ENTREGA ENT-DATA-ROT
                                     ENT-PESO ENT-VOLUME
                MOVE W-END-SEQ    TO ENT-END-SEQ
                WRITE REGENT
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-ENT THRU DIARIO-ENT-FIM
                IF ST-ENT NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-ENT
                   DISPLAY (22, 02)
                        "*** ENTREGA PENDENTE NAO GRAVADA ***".
                DISPLAY (20, 02) LIMPA.
                PERFORM CALC-FRETE THRU CALC-FRETE-FIM.
      *
      ***************************************
      * PONTOS DO CLIENTE (ARQPTS/ARQPTSM):  *
      * O SALDO PODE SER TROCADO POR         *
      * DESCONTO NA NOTA ATE PTSMAXDS % DO   *
      * TOTAL, A PTSVALOR POR 100 PONTOS,    *
      * CONSUMINDO OS LOTES MAIS ANTIGOS     *
      * PRIMEIRO; DEPOIS A NOTA ACUMULA      *
      * PTSREAL PONTOS POR REAL DOS ITENS DE *
      * TIPO NAO EXCLUIDO (O DESCONTO EM     *
      * PONTOS NAO GERA PONTOS)              *
      ***************************************
      *
       OFERECER-PTS.
                MOVE ZEROS TO W-PTS-USADOS W-PTS-DESC
                IF W-TEM-PTS = 0
                   GO TO OFERECER-CRED.
                IF W-PTS-VALOR = ZEROS OR W-PTS-MAXDS = ZEROS
                   GO TO ACUMULAR-PTS.
                MOVE CLI-CPF TO PTS-CLI-CPF
                READ ARQPTS
                MOVE REGPTS TO JRN-ANT-PTS
                IF ST-PTS NOT = "00"
                   MOVE "00" TO ST-PTS
                   GO TO ACUMULAR-PTS.
                IF PTS-SALDO = ZEROS
                   GO TO ACUMULAR-PTS.
                COMPUTE W-PTS-TETO = W-TOTAL-NOTA * W-PTS-MAXDS / 100
                COMPUTE W-PTS-DISP = PTS-SALDO * W-PTS-VALOR / 100
                IF W-PTS-DISP > W-PTS-TETO
                   MOVE W-PTS-TETO TO W-PTS-DESC
                ELSE
                   MOVE W-PTS-DISP TO W-PTS-DESC.
                COMPUTE W-PTS-USADOS = W-PTS-DESC * 100 / W-PTS-VALOR
                COMPUTE W-PTS-DESC = W-PTS-USADOS * W-PTS-VALOR / 100
                IF W-PTS-DESC = ZEROS
                   MOVE ZEROS TO W-PTS-USADOS
                   GO TO ACUMULAR-PTS.
                DISPLAY (21, 02) "PONTOS DO CLIENTE : "
                DISPLAY (21, 22) PTS-SALDO
                DISPLAY (21, 34) "DESCONTO POSSIVEL : "
                DISPLAY (21, 54) W-PTS-DESC.
       OFERECER-PTS2.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 02) "USAR OS PONTOS (S/N) : ".
                ACCEPT (22, 26) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-OPCAO = "N" OR "n"
                   MOVE ZEROS TO W-PTS-USADOS W-PTS-DESC
                   DISPLAY (21, 02) LIMPA
                   DISPLAY (22, 02) LIMPA
                   GO TO ACUMULAR-PTS.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO OFERECER-PTS2.
                SUBTRACT W-PTS-USADOS FROM PTS-SALDO
                REWRITE REGPTS
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PTS THRU DIARIO-PTS-FIM
                IF ST-PTS NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-PTS
                   DISPLAY (22, 02)
                        "*** PONTOS NAO ATUALIZADOS - NAO USADOS ***"
                   MOVE ZEROS TO W-PTS-USADOS W-PTS-DESC
                   GO TO ACUMULAR-PTS.
                MOVE W-PTS-USADOS TO W-PTS-FALTA
                PERFORM CONSUMIR-PTS THRU CONSUMIR-PTS-FIM
                MOVE "R"          TO W-PTM-TIPO
                MOVE W-PTS-USADOS TO W-PTM-PONTOS
                MOVE ZEROS        TO W-PTM-RESTO
                PERFORM GRAVAR-PTM THRU GRAVAR-PTM-FIM
                SUBTRACT W-PTS-DESC FROM W-TOTAL-NOTA
                IF W-PTS-BASE > W-PTS-DESC
                   SUBTRACT W-PTS-DESC FROM W-PTS-BASE
                ELSE
                   MOVE ZEROS TO W-PTS-BASE.
                DISPLAY (21, 02) LIMPA
                DISPLAY (22, 02) LIMPA
                DISPLAY (22, 02) "DESCONTO EM PONTOS : "
                DISPLAY (22, 23) W-PTS-DESC.
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                ACCEPT AUD-HORA FROM TIME
                MOVE "ARQPTS"   TO AUD-ARQUIVO
                MOVE "U"        TO AUD-OPERACAO
                MOVE CLI-CPF    TO AUD-CHAVE-REG
                MOVE W-VENDEDOR TO AUD-OPERADOR
                WRITE REGAUD
                IF ST-AUD NOT = "00"
                   MOVE "00" TO ST-AUD
                   DISPLAY (22, 12)
                        "*** TRILHA AUDITORIA NAO GRAVADA ***".
       ACUMULAR-PTS.
                IF W-PTS-REAL = ZEROS OR W-PTS-BASE = ZEROS
                   GO TO OFERECER-CRED.
                COMPUTE W-PTS-GANHOS = W-PTS-BASE * W-PTS-REAL
                MOVE CLI-CPF TO PTS-CLI-CPF
                READ ARQPTS
                MOVE REGPTS TO JRN-ANT-PTS
                IF ST-PTS NOT = "00"
                   MOVE "00" TO ST-PTS
                   MOVE CLI-CPF TO PTS-CLI-CPF
                   MOVE ZEROS   TO PTS-SALDO
                   WRITE REGPTS
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-PTS THRU DIARIO-PTS-FIM
                   IF ST-PTS NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-PTS
                      DISPLAY (20, 02)
                           "*** PONTOS DA NOTA NAO GRAVADOS ***"
                      GO TO OFERECER-CRED.
                ADD W-PTS-GANHOS TO PTS-SALDO
                REWRITE REGPTS
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PTS THRU DIARIO-PTS-FIM
                IF ST-PTS NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-PTS
                   DISPLAY (20, 02)
                        "*** PONTOS DA NOTA NAO GRAVADOS ***"
                   GO TO OFERECER-CRED.
                MOVE "A"          TO W-PTM-TIPO
                MOVE W-PTS-GANHOS TO W-PTM-PONTOS W-PTM-RESTO
                PERFORM GRAVAR-PTM THRU GRAVAR-PTM-FIM
                DISPLAY (20, 02) "PONTOS GANHOS NA NOTA : "
                DISPLAY (20, 26) W-PTS-GANHOS.
      *
      ***************************************
      * APLICACAO DO CREDITO DO CLIENTE NA   *
      *
       OFERECER-CRED.
                MOVE ZEROS TO W-CRD-USADO
                IF W-TOTAL-NOTA = ZEROS
                   GO TO PEDIR-PARCELAS.
                MOVE CLI-CPF TO CRD-CLI-CPF
                READ ARQCRD
                MOVE REGCRD TO JRN-ANT-CRD
                IF ST-CRD NOT = "00"
                   MOVE "00" TO ST-CRD
                   GO TO PEDIR-PARCELAS.
                   MOVE W-CRD-DISP TO W-CRD-USADO.
                SUBTRACT W-CRD-USADO FROM CRD-SALDO
                REWRITE REGCRD
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CRD THRU DIARIO-CRD-FIM
                IF ST-CRD NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-CRD
                   DISPLAY (22, 02)
                       INTO CDM-ORIGEM
                MOVE W-CRD-USADO TO CDM-VALOR
                WRITE REGCDM
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CRDM THRU DIARIO-CRDM-FIM
                IF ST-CDM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-CDM
                   DISPLAY (22, 02)
      *
       PEDIR-PARCELAS.
                IF W-TOTAL-NOTA = ZEROS
                   MOVE "*** NOTA QUITADA COM CREDITO OU PONTOS ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                   MOVE "A"   TO CR-STATUS
                   MOVE ZEROS TO CR-VALOR-PAGO.
                WRITE REGCR
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CR THRU DIARIO-CR-FIM
                IF ST-CR NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO CONTAS A RECEBER" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-WR-CR2.
      *
      ***************************************
      * BASE DE PONTOS DA NOTA: SOMA O TOTAL *
      * DO ITEM SE O TIPO DO PRODUTO NAO     *
      * ESTA NA LISTA DE EXCLUIDOS (PTSEXC-) *
      ***************************************
      *
       SOMAR-BASE-PTS.
                IF W-PTS-REAL = ZEROS
                   GO TO SOMAR-BASE-PTS-FIM.
                MOVE ZEROS TO W-PTS-ACHOU
                IF W-PTS-TIPO NOT = SPACE
                   INSPECT W-PTS-EXCL TALLYING W-PTS-ACHOU
                           FOR ALL W-PTS-TIPO.
                IF W-PTS-ACHOU = ZEROS
                   ADD W-TOTAL-ITEM TO W-PTS-BASE.
       SOMAR-BASE-PTS-FIM.
                EXIT.
      *
      ***************************************
      * CONSUMO DE W-PTS-FALTA PONTOS DOS    *
      * LOTES DO CLIENTE (ACUMULOS COM SALDO *
      * EM PTM-RESTO), DO MAIS ANTIGO PARA O *
      * MAIS NOVO                            *
      ***************************************
      *
       CONSUMIR-PTS.
                MOVE CLI-CPF TO PTM-CLI-CPF
                MOVE ZEROS   TO PTM-SEQ
                START ARQPTSM KEY IS NOT LESS PTM-CHAVE INVALID KEY
                      MOVE "10" TO ST-PTM.
       CONSUMIR-PTS2.
                IF ST-PTM NOT = "00" OR W-PTS-FALTA = ZEROS
                   MOVE "00" TO ST-PTM
                   GO TO CONSUMIR-PTS-FIM.
                READ ARQPTSM NEXT
                   AT END MOVE "10" TO ST-PTM.
                MOVE REGPTM TO JRN-ANT-PTM
                IF ST-PTM NOT = "00"
                   GO TO CONSUMIR-PTS2.
                IF PTM-CLI-CPF NOT = CLI-CPF
                   MOVE "10" TO ST-PTM
                   GO TO CONSUMIR-PTS2.
                IF PTM-RESTO = ZEROS
                   GO TO CONSUMIR-PTS2.
                IF PTM-RESTO > W-PTS-FALTA
                   MOVE W-PTS-FALTA TO W-PTS-TIRA
                ELSE
                   MOVE PTM-RESTO TO W-PTS-TIRA.
                SUBTRACT W-PTS-TIRA FROM PTM-RESTO W-PTS-FALTA
                REWRITE REGPTM
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PTSM THRU DIARIO-PTSM-FIM
                IF ST-PTM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-PTM.
                GO TO CONSUMIR-PTS2.
       CONSUMIR-PTS-FIM.
                EXIT.
      *
      ***************************************
      * LANCAMENTO NO EXTRATO DE PONTOS      *
      * (ARQPTSM) NO FIM DA SEQUENCIA DO     *
      * CLIENTE: A=ACUMULO R=RESGATE         *
      ***************************************
      *
       GRAVAR-PTM.
                MOVE ZEROS TO W-PTM-SEQ
                MOVE CLI-CPF TO PTM-CLI-CPF
                MOVE ZEROS   TO PTM-SEQ
                START ARQPTSM KEY IS NOT LESS PTM-CHAVE INVALID KEY
                      MOVE "10" TO ST-PTM.
                IF ST-PTM NOT = "00"
                   MOVE "00" TO ST-PTM
                   GO TO GRAVAR-PTM3.
       GRAVAR-PTM2.
                READ ARQPTSM NEXT
                   AT END MOVE "10" TO ST-PTM.
                IF ST-PTM = "00" AND PTM-CLI-CPF = CLI-CPF
                   MOVE PTM-SEQ TO W-PTM-SEQ
                   GO TO GRAVAR-PTM2.
                MOVE "00" TO ST-PTM.
       GRAVAR-PTM3.
                ADD 1 TO W-PTM-SEQ
                MOVE CLI-CPF      TO PTM-CLI-CPF
                MOVE W-PTM-SEQ    TO PTM-SEQ
                MOVE W-DATA-NOTA  TO PTM-DATA
                MOVE W-PTM-TIPO   TO PTM-TIPO
                MOVE VDA-NUM-NOTA TO PTM-NOTA
                MOVE W-PTM-PONTOS TO PTM-PONTOS
                MOVE W-PTM-RESTO  TO PTM-RESTO
                WRITE REGPTM
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-PTSM THRU DIARIO-PTSM-FIM
                IF ST-PTM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-PTM
                   DISPLAY (22, 02)
                        "*** EXTRATO DE PONTOS NAO GRAVADO ***".
       GRAVAR-PTM-FIM.
                EXIT.
      *
      ***************************************
      * SESSAO DE CAIXA DO VENDEDOR ABERTA   *
      * HOJE? (ARQCXS, COMO NO BAIXACR);     *
      * W-CXS-OK 1 = PODE RECEBER A VISTA    *
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PEDIR-FORMA.
                DISPLAY (22, 02) LIMPA.
                IF W-FORMA-PGTO = "C"
                   PERFORM PEDIR-CARTAO THRU PEDIR-CARTAO-FIM.
       PEDIR-FORMA-FIM.
                EXIT.
      *
      ***************************************
      * CARTAO: OPERADORA E MODALIDADE       *
      * (D=DEBITO C=CREDITO P=PARCELADO) DA  *
      * TABELA ARQOPC (MNTOPC); NO PARCELADO *
      * PEDE O NUMERO DE PARCELAS DO CARTAO  *
      ***************************************
      *
       PEDIR-CARTAO.
                MOVE SPACES TO W-OPC-MODAL
                MOVE 01     TO W-OPC-PARC
                DISPLAY (22, 02) "OPERADORA DO CARTAO : "
                ACCEPT  (22, 25) W-OPC-COD
                DISPLAY (22, 30) "MODALIDADE D/C/P : "
                ACCEPT  (22, 49) W-OPC-MODAL
                IF W-OPC-MODAL = "d" MOVE "D" TO W-OPC-MODAL.
                IF W-OPC-MODAL = "c" MOVE "C" TO W-OPC-MODAL.
                IF W-OPC-MODAL = "p" MOVE "P" TO W-OPC-MODAL.
                MOVE "C"         TO RCC-FUNCAO
                MOVE W-OPC-COD   TO RCC-OPC-COD
                MOVE W-OPC-MODAL TO RCC-MODAL
                CALL "RCTDRV" USING RCC-COMUNIC
                IF RCC-RETORNO NOT = "00"
                   MOVE "*** OPERADORA/MODALIDADE NAO CADASTRADA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   DISPLAY (22, 02) LIMPA
                   GO TO PEDIR-CARTAO.
                IF W-OPC-MODAL NOT = "P"
                   DISPLAY (22, 02) LIMPA
                   GO TO PEDIR-CARTAO-FIM.
       PEDIR-CARTAO2.
                DISPLAY (22, 52) "PARCELAS : "
                ACCEPT  (22, 63) W-OPC-PARC
                IF W-OPC-PARC < 02 OR W-OPC-PARC > 12
                   MOVE "*** PARCELAS DO CARTAO DE 2 A 12 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PEDIR-CARTAO2.
                DISPLAY (22, 02) LIMPA.
       PEDIR-CARTAO-FIM.
                EXIT.
      *
      ***************************************
      * BAIXA DA PARCELA A VISTA NO ARQBXA   *
      * (MESMO HISTORICO QUE O INC-WR-BXA DO *
      * BAIXACR GRAVA), PARA O FECHAMENTO DO *
                MOVE W-VENDEDOR   TO BXA-OPERADOR
                MOVE ZEROS        TO BXA-JUROS
                WRITE REGBXA
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-BXA THRU DIARIO-BXA-FIM
                IF ST-BXA NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-BXA
                   MOVE "*** HISTORICO DE BAIXA NAO GRAVADO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                CLOSE ARQBXA.
                IF W-FORMA-PGTO = "C"
                   PERFORM GERAR-RCT THRU GERAR-RCT-FIM.
       GRAVAR-BXA-AV-FIM.
                EXIT.
      *
      ***************************************
      * RECEBIVEL CONTRA A OPERADORA DO      *
      * CARTAO (ARQRCT, VIA RCTDRV): A       *
      * PARCELA JA FICA PAGA E O DINHEIRO    *
      * ENTRA NO BANCO SO NA LIQUIDACAO DA   *
      * OPERADORA (LIQCART)                  *
      ***************************************
      *
       GERAR-RCT.
                MOVE "G"          TO RCC-FUNCAO
                MOVE W-OPC-COD    TO RCC-OPC-COD
                MOVE W-OPC-MODAL  TO RCC-MODAL
                MOVE W-OPC-PARC   TO RCC-NUM-PARC
                MOVE CR-NUM-NOTA  TO RCC-NUM-NOTA
                MOVE CR-PARCELA   TO RCC-PARCELA
                MOVE W-BXA-SEQ    TO RCC-SEQ
                MOVE W-DATA-NOTA  TO RCC-DATA
                MOVE CR-VALOR     TO RCC-VALOR
                CALL "RCTDRV" USING RCC-COMUNIC
                IF RCC-RETORNO NOT = "00"
                   MOVE "*** RECEBIVEL DO CARTAO NAO GERADO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GERAR-RCT-FIM.
                EXIT.
      *
      ***************************************
      * PROXIMO SEQUENCIAL DE BAIXA DA       *
      * NOTA/PARCELA NO ARQBXA               *
      ***************************************
                EXIT.
      *
      ***************************************
      * ESCOLHA DO LOCAL DE ENTREGA: LISTA   *
      * OS LOCAIS ATIVOS DO CLIENTE (ARQEND) *
      * E PEDE A SEQUENCIA, SUGERINDO A DO   *
      * PEDIDO. 00 = ENDERECO DO CADASTRO DO *
      * CLIENTE. SEM LOCAIS CADASTRADOS NAO  *
      * PERGUNTA. DEVOLVE W-END-SEQ E O      *
      * CEP/UF DO LOCAL PARA O FRETE         *
      ***************************************
      *
       ESCOLHER-LOCAL.
                MOVE CLI-CEP TO W-CEP-ENT
                MOVE CLI-UF  TO W-UF-ENT
                MOVE ZEROS   TO W-QTD-END
                MOVE SPACES  TO W-LISTA-END
                MOVE 1       TO W-PONT
                IF W-TEM-END = 0
                   MOVE ZEROS TO W-END-SEQ
                   GO TO ESCOLHER-LOCAL-FIM.
                MOVE CLI-CPF TO END-CLI-CPF
                MOVE ZEROS   TO END-SEQ
                START ARQEND KEY IS NOT LESS END-CHAVE INVALID KEY
                      MOVE "10" TO ST-END.
       ESCOLHER-LOCAL-LST.
                IF ST-END NOT = "00"
                   MOVE "00" TO ST-END
                   GO TO ESCOLHER-LOCAL-PED.
                READ ARQEND NEXT
                   AT END MOVE "10" TO ST-END.
                IF ST-END NOT = "00" OR END-CLI-CPF NOT = CLI-CPF
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
                   MOVE ZEROS TO W-END-SEQ
                   GO TO ESCOLHER-LOCAL-FIM.
                DISPLAY (21, 02) W-LISTA-END.
       ESCOLHER-LOCAL-SEQ.
                DISPLAY (20, 02)
                     "LOCAL DE ENTREGA (00=END. DO CLIENTE) : "
                ACCEPT (20, 42) W-END-SEQ WITH UPDATE
                IF W-END-SEQ = ZEROS
                   GO TO ESCOLHER-LOCAL-OK.
                MOVE CLI-CPF   TO END-CLI-CPF
                MOVE W-END-SEQ TO END-SEQ
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
                MOVE END-CEP TO W-CEP-ENT
                MOVE END-UF  TO W-UF-ENT.
       ESCOLHER-LOCAL-OK.
                MOVE SPACES TO W-LISTA-END
                DISPLAY (21, 02) W-LISTA-END
                DISPLAY (20, 02) W-LISTA-END.
       ESCOLHER-LOCAL-FIM.
                EXIT.
      *
      ***************************************
      * FRETE DA ENTREGA: PROCURA NA TABELA  *
      * (ARQFRT) A FAIXA ATIVA QUE CONTEM O  *
      * CEP DO LOCAL DE ENTREGA (E A UF, SE  *
      * A LINHA TIVER UF); NAO ACHANDO, USA  *
      * A LINHA ATIVA SO DA UF. VALOR = BASE *
      * MAIS O ADICIONAL POR ITEM (QTDE DA   *
      * NOTA) OU POR FAIXA DE PESO INICIADA  *
      * (FRT-FAIXA EM KG, PESO DA NOTA PELO  *
      * PRC-PESO; NOTA SEM NENHUM PESO       *
      * CADASTRADO CONTA A FAIXA EM UNIDADES *
      * COMO NAS LINHAS ANTIGAS DA TABELA);  *
      * NOTA A PARTIR DO VALOR DE            *
      * ISENCAO TEM FRETE GRATIS. O          *
      * SUPERVISOR (PERM-ADM) PODE DISPENSAR *
      * O FRETE, COM REGISTRO NO ARQAUD. O   *
      * FRETE COBRADO ENTRA NO TOTAL A       *
      * PARCELAR E FICA NO ARQFRN PARA O     *
      * IMPNOTA E O EXPCONT                  *
      ***************************************
      *
       CALC-FRETE.
                MOVE ZEROS  TO W-FRETE W-FRETE-CALC
                MOVE SPACES TO W-FRT-COD
                MOVE 0      TO W-FRT-ACHOU
                IF W-TEM-FRT = 0
                   GO TO CALC-FRETE-FIM.
                IF W-CEP-ENT IS NUMERIC
                   MOVE W-CEP-ENT TO W-CEP-CLI
                ELSE
                   MOVE ZEROS TO W-CEP-CLI.
                MOVE LOW-VALUES TO FRT-COD
                START ARQFRT KEY IS NOT LESS FRT-COD INVALID KEY
                      MOVE "10" TO ST-FRT.
       CALC-FRETE-LER.
                IF ST-FRT NOT = "00"
                   MOVE "00" TO ST-FRT
                   GO TO CALC-FRETE-SEL.
                READ ARQFRT NEXT
                   AT END MOVE "10" TO ST-FRT.
                IF ST-FRT NOT = "00"
                   GO TO CALC-FRETE-LER.
                IF FRT-SIT = "I"
                   GO TO CALC-FRETE-LER.
                IF FRT-UF NOT = SPACES AND FRT-UF NOT = W-UF-ENT
                   GO TO CALC-FRETE-LER.
                IF FRT-CEP-FIM = ZEROS
                   IF W-FRT-ACHOU = 0
                      MOVE FRT-COD TO W-FRT-COD
                      MOVE 1 TO W-FRT-ACHOU
                   END-IF
                   GO TO CALC-FRETE-LER.
                IF W-CEP-CLI < FRT-CEP-INI OR W-CEP-CLI > FRT-CEP-FIM
                   GO TO CALC-FRETE-LER.
                MOVE FRT-COD TO W-FRT-COD
                MOVE 2 TO W-FRT-ACHOU.
       CALC-FRETE-SEL.
                IF W-FRT-ACHOU = 0
                   MOVE "*** SEM FRETE NA TABELA PARA O CEP/UF ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CALC-FRETE-FIM.
                MOVE W-FRT-COD TO FRT-COD
                READ ARQFRT
                IF ST-FRT NOT = "00"
                   MOVE "00" TO ST-FRT
                   GO TO CALC-FRETE-FIM.
                MOVE FRT-VALOR-BASE TO W-FRETE-CALC
                IF FRT-TIPO-ADIC = "I"
                   COMPUTE W-FRETE-CALC = W-FRETE-CALC
                           + (FRT-VALOR-ADIC * W-QTDE-NOTA).
                IF FRT-TIPO-ADIC = "F" AND FRT-FAIXA NOT = ZEROS
                   PERFORM CALC-FAIXAS THRU CALC-FAIXAS-FIM
                   COMPUTE W-FRETE-CALC = W-FRETE-CALC
                           + (FRT-VALOR-ADIC * W-FAIXAS).
                IF W-FRETE-CALC = ZEROS
                   GO TO CALC-FRETE-FIM.
                MOVE W-FRETE-CALC TO W-FRETE
                MOVE "C" TO W-FRN-SIT
                MOVE SPACES TO W-SUP-COD
                DISPLAY (21, 02) "FRETE (TABELA      ) : "
                DISPLAY (21, 16) W-FRT-COD
                DISPLAY (21, 25) W-FRETE-CALC
                IF FRT-ISENTO-ACIMA NOT = ZEROS
                   AND W-TOTAL-NOTA NOT < FRT-ISENTO-ACIMA
                   MOVE ZEROS TO W-FRETE
                   MOVE "G" TO W-FRN-SIT
                   MOVE "*** FRETE GRATIS PELO VALOR DA NOTA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRAVAR-FRN.
       CALC-FRETE2.
                MOVE "N" TO W-OPCAO
                DISPLAY (22, 02) "DISPENSAR O FRETE (S/N) : ".
                ACCEPT (22, 29) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-OPCAO = "N" OR "n"
                   DISPLAY (22, 02) LIMPA
                   GO TO GRAVAR-FRN.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO CALC-FRETE2.
       CALC-FRETE3.
                MOVE SPACES TO W-SUP-COD W-SUP-SENHA
                DISPLAY (22, 02) LIMPA
                DISPLAY (22, 02) "SUPERVISOR : "
                ACCEPT  (22, 16) W-SUP-COD
                DISPLAY (22, 30) "SENHA : "
                ACCEPT  (22, 39) W-SUP-SENHA WITH NO ECHO
                MOVE W-SUP-COD TO OPE-COD
                READ ARQOPE
                IF ST-OPE NOT = "00"
                   MOVE "00" TO ST-OPE
                   DISPLAY (22, 02) LIMPA
                   MOVE "*** SUPERVISOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CALC-FRETE2.
                IF OPE-SIT = "E" OR OPE-SENHA NOT = W-SUP-SENHA
                   OR OPE-PERM-ADM NOT = "S"
                   DISPLAY (22, 02) LIMPA
                   MOVE "*** LIBERACAO RECUSADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CALC-FRETE2.
                DISPLAY (22, 02) LIMPA
                MOVE ZEROS TO W-FRETE
                MOVE "D" TO W-FRN-SIT
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                ACCEPT AUD-HORA FROM TIME
                MOVE "ARQFRN"     TO AUD-ARQUIVO
                MOVE "L"          TO AUD-OPERACAO
                MOVE VDA-NUM-NOTA TO AUD-CHAVE-REG
                MOVE OPE-NOME     TO AUD-OPERADOR
                WRITE REGAUD
                IF ST-AUD NOT = "00"
                   MOVE "00" TO ST-AUD
                   DISPLAY (22, 02)
                        "*** TRILHA AUDITORIA NAO GRAVADA ***".
                MOVE "*** FRETE DISPENSADO PELO SUPERVISOR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVAR-FRN.
                MOVE VDA-NUM-NOTA TO FRN-NUM-NOTA
                MOVE W-DATA-NOTA  TO FRN-DATA
                MOVE CLI-CPF      TO FRN-CLI-CPF
                MOVE W-FRT-COD    TO FRN-FRT-COD
                MOVE W-FRETE-CALC TO FRN-VALOR-CALC
                MOVE W-FRETE      TO FRN-VALOR
                MOVE W-FRN-SIT    TO FRN-SIT
                MOVE W-SUP-COD    TO FRN-SUPERVISOR
                WRITE REGFRN
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-FRN THRU DIARIO-FRN-FIM
                IF ST-FRN NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-FRN
                   MOVE ZEROS TO W-FRETE
                   MOVE "*** FRETE DA NOTA NAO GRAVADO - NAO COBRADO"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CALC-FRETE-FIM.
                ADD W-FRETE TO W-TOTAL-NOTA.
                DISPLAY (21, 02) LIMPA.
       CALC-FRETE-FIM.
                EXIT.
      *
      ***************************************
      * FAIXAS DE PESO INICIADAS: PESO DA    *
      * NOTA / KG DA FAIXA, ARREDONDADO      *
      * PARA CIMA NA FRACAO; SEM PESO NA     *
      * NOTA, FAIXAS DE UNIDADES             *
      ***************************************
      *
       CALC-FAIXAS.
                IF W-PESO-NOTA = ZEROS
                   COMPUTE W-FAIXAS =
                           (W-QTDE-NOTA + FRT-FAIXA - 1) / FRT-FAIXA
                   GO TO CALC-FAIXAS-FIM.
                COMPUTE W-FAIXAS = W-PESO-NOTA / FRT-FAIXA
                COMPUTE W-PESO-FAIXAS = W-FAIXAS * FRT-FAIXA
                IF W-PESO-NOTA > W-PESO-FAIXAS
                   ADD 1 TO W-FAIXAS.
       CALC-FAIXAS-FIM.
                EXIT.
      *
      ***************************************
      * REGISTRO DE LOCK NO LOG DE ERROS     *
      * (SEPARADO DOS ERROS REAIS DE E/S):   *
      * OUTRO TERMINAL SEGURAVA O REGISTRO   *
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
                MOVE "VENDPRO"    TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-LOC.
                MOVE "ARQLOC"     TO JRN-ARQUIVO
                MOVE ST-LOC       TO JRN-STATUS
                MOVE REGLOC TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-LOC-FIM.
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
       DIARIO-VDA.
                MOVE "ARQVDA"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                MOVE REGVDA TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-VDA-FIM.
                EXIT.
       DIARIO-PRO.
                MOVE "ARQPRO"     TO JRN-ARQUIVO
                MOVE ST-PRO       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PRO TO JRN-ANTES
                ELSE
                   MOVE REGPRO TO JRN-ANTES.
                MOVE REGPRO TO JRN-DEPOIS JRN-ANT-PRO
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PRO-FIM.
                EXIT.
       DIARIO-MOV.
                MOVE "ARQMOV"     TO JRN-ARQUIVO
                MOVE ST-MOV       TO JRN-STATUS
                MOVE REGMOV TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-MOV-FIM.
                EXIT.
       DIARIO-LOTE.
                MOVE "ARQLOTE"    TO JRN-ARQUIVO
                MOVE ST-LOT       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-LOTE TO JRN-ANTES
                ELSE
                   MOVE REGLOTE TO JRN-ANTES.
                MOVE REGLOTE TO JRN-DEPOIS JRN-ANT-LOTE
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-LOTE-FIM.
                EXIT.
       DIARIO-SER.
                MOVE "ARQSER"     TO JRN-ARQUIVO
                MOVE ST-SER       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-SER TO JRN-ANTES
                ELSE
                   MOVE REGSER TO JRN-ANTES.
                MOVE REGSER TO JRN-DEPOIS JRN-ANT-SER
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-SER-FIM.
                EXIT.
       DIARIO-ORC.
                MOVE "ARQORC"     TO JRN-ARQUIVO
                MOVE ST-ORC       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-ORC TO JRN-ANTES
                ELSE
                   MOVE REGORC TO JRN-ANTES.
                MOVE REGORC TO JRN-DEPOIS JRN-ANT-ORC
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-ORC-FIM.
                EXIT.
       DIARIO-PROK.
                MOVE "ARQPRO"     TO JRN-ARQUIVO
                MOVE ST-PROK      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PROK TO JRN-ANTES
                ELSE
                   MOVE REGPROK TO JRN-ANTES.
                MOVE REGPROK TO JRN-DEPOIS JRN-ANT-PROK
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PROK-FIM.
                EXIT.
       DIARIO-VKT.
                MOVE "ARQVKT"     TO JRN-ARQUIVO
                MOVE ST-VKT       TO JRN-STATUS
                MOVE REGVKT TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-VKT-FIM.
                EXIT.
       DIARIO-PDVI.
                MOVE "ARQPDVI"    TO JRN-ARQUIVO
                MOVE ST-PVI       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PDVI TO JRN-ANTES
                ELSE
                   MOVE REGPDVI TO JRN-ANTES.
                MOVE REGPDVI TO JRN-DEPOIS JRN-ANT-PDVI
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PDVI-FIM.
                EXIT.
       DIARIO-PDV.
                MOVE "ARQPDV"     TO JRN-ARQUIVO
                MOVE ST-PDV       TO JRN-STATUS
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
       DIARIO-SLD.
                MOVE "ARQSLD"     TO JRN-ARQUIVO
                MOVE ST-SLD       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-SLD TO JRN-ANTES
                ELSE
                   MOVE REGSLD TO JRN-ANTES.
                MOVE REGSLD TO JRN-DEPOIS JRN-ANT-SLD
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-SLD-FIM.
                EXIT.
       DIARIO-NFI.
                MOVE "ARQNFI"     TO JRN-ARQUIVO
                MOVE ST-NFI       TO JRN-STATUS
                MOVE REGNFI TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-NFI-FIM.
                EXIT.
       DIARIO-ENT.
                MOVE "ARQENT"     TO JRN-ARQUIVO
                MOVE ST-ENT       TO JRN-STATUS
                MOVE REGENT TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-ENT-FIM.
                EXIT.
       DIARIO-CRD.
                MOVE "ARQCRD"     TO JRN-ARQUIVO
                MOVE ST-CRD       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CRD TO JRN-ANTES
                ELSE
                   MOVE REGCRD TO JRN-ANTES.
                MOVE REGCRD TO JRN-DEPOIS JRN-ANT-CRD
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CRD-FIM.
                EXIT.
       DIARIO-CRDM.
                MOVE "ARQCRDM"    TO JRN-ARQUIVO
                MOVE ST-CDM       TO JRN-STATUS
                MOVE REGCDM TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CRDM-FIM.
                EXIT.
       DIARIO-PTS.
                MOVE "ARQPTS"     TO JRN-ARQUIVO
                MOVE ST-PTS       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PTS TO JRN-ANTES
                ELSE
                   MOVE REGPTS TO JRN-ANTES.
                MOVE REGPTS TO JRN-DEPOIS JRN-ANT-PTS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PTS-FIM.
                EXIT.
       DIARIO-PTSM.
                MOVE "ARQPTSM"    TO JRN-ARQUIVO
                MOVE ST-PTM       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PTM TO JRN-ANTES
                ELSE
                   MOVE REGPTM TO JRN-ANTES.
                MOVE REGPTM TO JRN-DEPOIS JRN-ANT-PTM
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PTSM-FIM.
                EXIT.
       DIARIO-CR.
                MOVE "ARQCR"      TO JRN-ARQUIVO
                MOVE ST-CR        TO JRN-STATUS
                MOVE REGCR TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CR-FIM.
                EXIT.
       DIARIO-BXA.
                MOVE "ARQBXA"     TO JRN-ARQUIVO
                MOVE ST-BXA       TO JRN-STATUS
                MOVE REGBXA TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-BXA-FIM.
                EXIT.
       DIARIO-FRN.
                MOVE "ARQFRN"     TO JRN-ARQUIVO
                MOVE ST-FRN       TO JRN-STATUS
                MOVE REGFRN TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-FRN-FIM.
                EXIT.
      *
      ***** ROTINA DE FIM *****
      *
       ROT-FIM.
