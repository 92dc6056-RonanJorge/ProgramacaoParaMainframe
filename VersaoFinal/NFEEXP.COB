       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFEEXP.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * EXPORTACAO DA NOTA FISCAL ELETRONICA (NF-E)  *
      * GERA O ARQUIVO EM LAYOUT FIXO DE UMA NOTA    *
      * (NFNNNNNNNN.TXT) OU O LOTE DO DIA COM TODAS  *
      * AS NOTAS AINDA NAO TRANSMITIDAS              *
      * (NFLDDMMAAAA.TXT): EMITENTE DO ARQEMI,       *
      * DESTINATARIO                                 *
      * DO ARQCLI COM CEP/UF CRITICADOS NO ARQCEP E  *
      * ARQUF, ITENS DO ARQVDA COM UNIDADE E TIPO DO *
      * PRODUTO E IMPOSTOS DO ARQNFI. A SITUACAO DE  *
      * CADA NOTA FICA NO ARQNFE: P = PENDENTE (NAO  *
      * ENVIADA OU BARRADA NA CRITICA, COM MOTIVO),  *
      * E = ENVIADA, A = AUTORIZADA (PROTOCOLO),     *
      * R = REJEITADA (MOTIVO), X = CANCELAMENTO     *
      * ENVIADO, C = CANCELAMENTO HOMOLOGADO. O      *
      * RETORNO E LIDO PELO NFERET                   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQNFI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFI-NUM-NOTA
                    FILE STATUS  IS ST-NFI.
       SELECT ARQVDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VDA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS VDA-NUM-NOTA
                                   WITH DUPLICATES.
       SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CPF
                    FILE STATUS  IS ST-CLI
                    ALTERNATE RECORD KEY IS CLI-NOME
                                   WITH DUPLICATES.
       SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-COD
                    FILE STATUS  IS ST-PRO
                    ALTERNATE RECORD KEY IS PRO-DESC
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-BARRAS
                                   WITH DUPLICATES.
       SELECT ARQCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP-NUM
                    FILE STATUS  IS ST-CEP
                    ALTERNATE RECORD KEY IS CEP-NOME
                                   WITH DUPLICATES.
       SELECT ARQUF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UF-SIGLA
                    FILE STATUS  IS ST-UF.
       SELECT ARQALIQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALQ-TIPO
                    FILE STATUS  IS ST-ALQ.
       SELECT ARQNFE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFE-NUM-NOTA
                    FILE STATUS  IS ST-NFE.
       SELECT ARQNFX ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-NFX.
       SELECT ARQEMI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMR-COD
                    FILE STATUS  IS ST-EMI.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQNFI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFI.DAT".
       01 REGNFI.
                03 NFI-NUM-NOTA   PIC 9(08).
                03 NFI-BASE       PIC 9(14).
                03 NFI-ICMS-VALOR PIC 9(12)V99.
                03 NFI-IPI-VALOR  PIC 9(12)V99.
      *
       FD ARQVDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVDA.DAT".
       01 REGVDA.
                03 VDA-CHAVE.
                    05 VDA-NUM-NOTA    PIC 9(08).
                    05 VDA-ITEM        PIC 9(03).
                03 VDA-CLI-CPF     PIC 9(14).
                03 VDA-PRO-COD     PIC 9(08).
                03 VDA-QTDE        PIC 9(06).
                03 VDA-PRECO       PIC 9(08).
                03 VDA-DATA        PIC 9(08).
                03 VDA-OPE-COD     PIC X(08).
                03 VDA-DESC-PERC   PIC 9(02)V99.
                03 VDA-SIT         PIC X(01).
                03 VDA-LOC         PIC X(02).
                03 VDA-PROMO       PIC X(04).
      *
       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REGCLI.
                03 CLI-TIPO     PIC X(1).
                03 CLI-CPF      PIC 9(14).
                03 CLI-CPF-TAB REDEFINES CLI-CPF.
                    05 CLI-CPF-DIG      PIC 9 OCCURS 14 TIMES.
                03 CLI-NOME     PIC X(30).
                03 CLI-FANTASIA     PIC X(12).
                03 CLI-DDD      PIC 9(2).
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
       FD ARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".
       01 REGPRO.
                03 PRO-COD          PIC 9(8).
                03 PRO-DESC         PIC X(30).
                03 PRO-UNID         PIC X(02).
                03 PRO-TIPO         PIC X(01).
                03 PRO-TIPO-FORC    PIC X(01).
                03 PRO-CPF-FORC     PIC 9(14).
                03 PRO-DATA         PIC 9(08).
                03 PRO-PRECO        PIC 9(08).
                03 PRO-QTDE         PIC 9(06).
                03 PRO-QTDE-MIN     PIC 9(06).
                03 PRO-BARRAS       PIC 9(13).
                03 PRO-SIT                PIC X(01).
                03 PRO-VERSAO             PIC 9(08).
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
       FD ARQUF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQUF.DAT".
       01 REGUF.
                03 UF-SIGLA     PIC X(02).
                03 UF-NOME      PIC X(20).
      *
       FD ARQALIQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQALIQ.DAT".
       01 REGALIQ.
                03 ALQ-TIPO       PIC X(01).
                03 ALQ-ICMS       PIC 9(02)V99.
                03 ALQ-IPI        PIC 9(02)V99.
      *
       FD ARQEMI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEMI.DAT".
       01 REGEMI.
                03 EMR-COD        PIC 9(01).
                03 FILLER         PIC X(159).
      *
       FD ARQNFE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFE.DAT".
       01 REGNFE.
                03 NFE-NUM-NOTA      PIC 9(08).
                03 NFE-SIT           PIC X(01).
                03 NFE-DATA-EMIS     PIC 9(08).
                03 NFE-DATA-ENVIO    PIC 9(08).
                03 NFE-ARQUIVO       PIC X(16).
                03 NFE-PROTOCOLO     PIC X(15).
                03 NFE-DATA-AUT      PIC 9(08).
                03 NFE-MOTIVO        PIC X(40).
                03 NFE-DATA-CANC     PIC 9(08).
                03 NFE-PROT-CANC     PIC X(15).
                03 NFE-OPERADOR      PIC X(20).
      *
      ***************************************
      * ARQUIVO DA NF-E EM LAYOUT FIXO DE    *
      * 200 POSICOES: 01 = IDENTIFICACAO E   *
      * EMITENTE, 02 = DESTINATARIO,         *
      * 03 = ITEM, 04 = TOTAIS E IMPOSTOS,   *
      * 99 = FECHAMENTO DO ARQUIVO           *
      ***************************************
      *
       FD ARQNFX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-NFX.
       01 REGNFX-IDE.
                03 NFX-TIPO          PIC X(02).
                03 NFX-NUM-NOTA      PIC 9(08).
                03 NFX-SERIE         PIC 9(03).
                03 NFX-DATA-EMIS     PIC 9(08).
                03 NFX-NATUREZA      PIC X(20).
                03 NFX-EMI-CNPJ      PIC 9(14).
                03 NFX-EMI-IE        PIC X(14).
                03 NFX-EMI-NOME      PIC X(30).
                03 NFX-EMI-LOGR      PIC X(30).
                03 NFX-EMI-NUM       PIC 9(05).
                03 NFX-EMI-BAIRRO    PIC X(20).
                03 NFX-EMI-CIDADE    PIC X(20).
                03 NFX-EMI-UF        PIC X(02).
                03 NFX-EMI-CEP       PIC 9(08).
                03 FILLER            PIC X(16).
       01 REGNFX-DEST.
                03 NFD-TIPO          PIC X(02).
                03 NFD-NUM-NOTA      PIC 9(08).
                03 NFD-TIPO-PES      PIC X(01).
                03 NFD-CPF           PIC 9(14).
                03 NFD-NOME          PIC X(30).
                03 NFD-LOGR          PIC X(30).
                03 NFD-NUM           PIC 9(05).
                03 NFD-COMPL         PIC X(12).
                03 NFD-BAIRRO        PIC X(20).
                03 NFD-CIDADE        PIC X(20).
                03 NFD-UF            PIC X(02).
                03 NFD-CEP           PIC X(08).
                03 NFD-EMAIL         PIC X(30).
                03 FILLER            PIC X(18).
       01 REGNFX-ITEM.
                03 NFT-TIPO          PIC X(02).
                03 NFT-NUM-NOTA      PIC 9(08).
                03 NFT-ITEM          PIC 9(03).
                03 NFT-PRO-COD       PIC 9(08).
                03 NFT-BARRAS        PIC 9(13).
                03 NFT-DESC          PIC X(30).
                03 NFT-UNID          PIC X(02).
                03 NFT-PRO-TIPO      PIC X(01).
                03 NFT-QTDE          PIC 9(06).
                03 NFT-PRECO         PIC 9(08).
                03 NFT-DESC-PERC     PIC 9(02)V99.
                03 NFT-VALOR         PIC 9(14).
                03 NFT-ALQ-ICMS      PIC 9(02)V99.
                03 NFT-ALQ-IPI       PIC 9(02)V99.
                03 FILLER            PIC X(93).
       01 REGNFX-TOT.
                03 NFO-TIPO          PIC X(02).
                03 NFO-NUM-NOTA      PIC 9(08).
                03 NFO-ITENS         PIC 9(03).
                03 NFO-VALOR-PROD    PIC 9(14).
                03 NFO-BASE          PIC 9(14).
                03 NFO-ICMS          PIC 9(12)V99.
                03 NFO-IPI           PIC 9(12)V99.
                03 FILLER            PIC X(131).
       01 REGNFX-TRL.
                03 NFR-TIPO          PIC X(02).
                03 NFR-NOTAS         PIC 9(06).
                03 NFR-REGISTROS     PIC 9(08).
                03 NFR-DATA-GER      PIC 9(08).
                03 FILLER            PIC X(176).
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
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-NFI         PIC X(02) VALUE "00".
       77 ST-CLI         PIC X(02) VALUE "00".
       77 ST-PRO         PIC X(02) VALUE "00".
       77 ST-CEP         PIC X(02) VALUE "00".
       77 ST-UF          PIC X(02) VALUE "00".
       77 ST-ALQ         PIC X(02) VALUE "00".
       77 ST-NFE         PIC X(02) VALUE "00".
       77 ST-NFX         PIC X(02) VALUE "00".
       77 ST-EMI         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-TEM-CEP      PIC 9(01) VALUE ZEROS.
       77 W-TEM-UF       PIC 9(01) VALUE ZEROS.
       77 W-TEM-ALQ      PIC 9(01) VALUE ZEROS.
       77 W-TEM-REG      PIC 9(01) VALUE ZEROS.
       77 W-NFX-ABERTO   PIC 9(01) VALUE ZEROS.
       77 W-LOTE         PIC 9(01) VALUE ZEROS.
       77 W-ARQ-NFX      PIC X(16) VALUE SPACES.
       77 W-NOTA         PIC 9(08) VALUE ZEROS.
       77 W-DATA-LOTE    PIC 9(08) VALUE ZEROS.
       77 W-DATA-EMIS    PIC 9(08) VALUE ZEROS.
       77 W-CLI-CPF      PIC 9(14) VALUE ZEROS.
       77 W-MOTIVO       PIC X(40) VALUE SPACES.
       77 W-ITENS        PIC 9(03) VALUE ZEROS.
       77 W-VALOR-ITEM   PIC 9(14) VALUE ZEROS.
       77 W-TOT-PROD     PIC 9(14) VALUE ZEROS.
       77 W-LIDAS        PIC 9(06) VALUE ZEROS.
       77 W-EXPORTADAS   PIC 9(06) VALUE ZEROS.
       77 W-PENDENTES    PIC 9(06) VALUE ZEROS.
       77 W-REGISTROS    PIC 9(08) VALUE ZEROS.
       01 W-HOJE-AMD     PIC 9(08) VALUE ZEROS.
       01 W-HOJE-AMD-R REDEFINES W-HOJE-AMD.
                03 W-HOJE-ANO     PIC 9(04).
                03 W-HOJE-MES     PIC 9(02).
                03 W-HOJE-DIA     PIC 9(02).
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
      *
      ***************************************
      * DADOS DO EMITENTE (A PROPRIA LOJA),  *
      * LIDOS DO ARQEMI (MNTEMI)             *
      ***************************************
      *
       01 EMITENTE.
                03 EMI-COD        PIC 9(01).
                03 EMI-CNPJ       PIC 9(14).
                03 EMI-IE         PIC X(14).
                03 EMI-NOME       PIC X(30).
                03 EMI-LOGR       PIC X(30).
                03 EMI-NUM        PIC 9(05).
                03 EMI-BAIRRO     PIC X(20).
                03 EMI-CIDADE     PIC X(20).
                03 EMI-UF         PIC X(02).
                03 EMI-CEP        PIC 9(08).
                03 FILLER         PIC X(16).
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-NFE          PIC X(147).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY "*** NFEEXP - EXPORTACAO DA NF-E ***"
                ACCEPT W-HOJE-AMD FROM DATE YYYYMMDD
                COMPUTE W-HOJE = W-HOJE-DIA * 1000000
                               + W-HOJE-MES * 10000 + W-HOJE-ANO.
      *
      ***************************************
      * SEM OS DADOS DO EMITENTE CADASTRADOS *
      * NO ARQEMI NENHUMA NOTA E EXPORTADA   *
      ***************************************
      *
       LER-EMITENTE.
                OPEN INPUT ARQEMI
                IF ST-EMI NOT = "00"
                   DISPLAY "*** DADOS DO EMITENTE NAO CADASTRADOS"
                           " (ARQEMI): " ST-EMI " ***"
                   DISPLAY "*** CADASTRE NA OPCAO 129 DA"
                           " ADMINISTRACAO ***"
                   GO TO ROT-FIM2.
                MOVE 1 TO EMR-COD
                READ ARQEMI
                IF ST-EMI NOT = "00"
                   DISPLAY "*** DADOS DO EMITENTE NAO CADASTRADOS"
                           " (ARQEMI): " ST-EMI " ***"
                   DISPLAY "*** CADASTRE NA OPCAO 129 DA"
                           " ADMINISTRACAO ***"
                   CLOSE ARQEMI
                   GO TO ROT-FIM2.
                MOVE REGEMI TO EMITENTE
                CLOSE ARQEMI
                IF EMI-CNPJ = ZEROS OR EMI-NOME = SPACES OR
                   EMI-UF = SPACES OR EMI-CEP = ZEROS
                   DISPLAY "*** DADOS DO EMITENTE INCOMPLETOS NO"
                           " ARQEMI ***"
                   DISPLAY "*** CADASTRE NA OPCAO 129 DA"
                           " ADMINISTRACAO ***"
                   GO TO ROT-FIM2.
      *
       PEDIR-NOTA.
                DISPLAY "NOTA A EXPORTAR (0 = LOTE DO DIA)         : "
                        WITH NO ADVANCING
                ACCEPT W-NOTA
                IF W-NOTA NOT = ZEROS
                   MOVE 0 TO W-LOTE
                   MOVE SPACES TO W-ARQ-NFX
                   STRING "NF" W-NOTA ".TXT"
                          DELIMITED BY SIZE INTO W-ARQ-NFX
                   GO TO ABRIR-ARQ.
       PEDIR-DATA.
                MOVE 1 TO W-LOTE
                DISPLAY "DATA DAS NOTAS (DDMMAAAA, 0 = HOJE)       : "
                        WITH NO ADVANCING
                ACCEPT W-DATA-LOTE
                IF W-DATA-LOTE = ZEROS
                   MOVE W-HOJE TO W-DATA-LOTE.
                MOVE SPACES TO W-ARQ-NFX
                STRING "NFL" W-DATA-LOTE ".TXT"
                       DELIMITED BY SIZE INTO W-ARQ-NFX.
      *
       ABRIR-ARQ.
                OPEN INPUT ARQNFI
                IF ST-NFI NOT = "00"
                   DISPLAY "ARQUIVO DE QUADRO FISCAL (ARQNFI) NAO"
                           " EXISTE: " ST-NFI
                   GO TO ROT-FIM2.
                OPEN INPUT ARQVDA
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQVDA: "
                           ST-ERRO
                   CLOSE ARQNFI
                   GO TO ROT-FIM2.
                OPEN INPUT ARQCLI
                IF ST-CLI NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCLI: "
                           ST-CLI
                   CLOSE ARQNFI ARQVDA
                   GO TO ROT-FIM2.
                OPEN INPUT ARQPRO
                IF ST-PRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPRO: "
                           ST-PRO
                   CLOSE ARQNFI ARQVDA ARQCLI
                   GO TO ROT-FIM2.
                OPEN I-O ARQNFE
                IF ST-NFE NOT = "00"
                   IF ST-NFE = "30" OR "35"
                      OPEN OUTPUT ARQNFE
                      CLOSE ARQNFE
                      OPEN I-O ARQNFE
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQNFE: "
                              ST-NFE
                      CLOSE ARQNFI ARQVDA ARQCLI ARQPRO
                      GO TO ROT-FIM2.
                OPEN INPUT ARQCEP
                IF ST-CEP = "00"
                   MOVE 1 TO W-TEM-CEP
                ELSE
                   MOVE 0 TO W-TEM-CEP
                   MOVE "00" TO ST-CEP.
                OPEN INPUT ARQUF
                IF ST-UF = "00"
                   MOVE 1 TO W-TEM-UF
                ELSE
                   MOVE 0 TO W-TEM-UF
                   MOVE "00" TO ST-UF.
                OPEN INPUT ARQALIQ
                IF ST-ALQ = "00"
                   MOVE 1 TO W-TEM-ALQ
                ELSE
                   MOVE 0 TO W-TEM-ALQ
                   MOVE "00" TO ST-ALQ.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
      *
      ***** UMA NOTA OU O LOTE DO DIA *****
      *
       SELECIONAR.
                IF W-LOTE = 0
                   MOVE W-NOTA TO NFI-NUM-NOTA
                   READ ARQNFI
                   IF ST-NFI NOT = "00"
                      MOVE "00" TO ST-NFI
                      DISPLAY "*** NOTA SEM QUADRO FISCAL NO ARQNFI"
                              " ***"
                      GO TO FIM-LOTE
                   ELSE
                      PERFORM PROC-NOTA THRU PROC-NOTA-FIM
                      GO TO FIM-LOTE.
                MOVE ZEROS TO NFI-NUM-NOTA
                START ARQNFI KEY IS NOT LESS NFI-NUM-NOTA INVALID KEY
                      MOVE "10" TO ST-NFI.
                IF ST-NFI NOT = "00"
                   MOVE "00" TO ST-NFI
                   GO TO FIM-LOTE.
       LOTE-LOOP.
                READ ARQNFI NEXT
                   AT END MOVE "10" TO ST-NFI.
                IF ST-NFI NOT = "00"
                   MOVE "00" TO ST-NFI
                   GO TO FIM-LOTE.
                PERFORM PROC-NOTA THRU PROC-NOTA-FIM
                GO TO LOTE-LOOP.
      *
      ***************************************
      * PROCESSAMENTO DE UMA NOTA: SITUACAO  *
      * NO ARQNFE, CRITICA DO DESTINATARIO E *
      * DOS ITENS; NOTA COM PROBLEMA FICA    *
      * PENDENTE COM O MOTIVO, NOTA VALIDA E *
      * GRAVADA NO ARQUIVO E MARCADA ENVIADA *
      ***************************************
      *
       PROC-NOTA.
                MOVE NFI-NUM-NOTA TO NFE-NUM-NOTA
                READ ARQNFE
                MOVE REGNFE TO JRN-ANT-NFE
                IF ST-NFE = "00"
                   MOVE 1 TO W-TEM-REG
                ELSE
                   MOVE "00" TO ST-NFE
                   MOVE 0 TO W-TEM-REG
                   GO TO PROC-NOTA2.
                IF NFE-SIT = "P" OR "R"
                   GO TO PROC-NOTA2.
                IF W-LOTE = 0
                   IF NFE-SIT = "E"
                      DISPLAY "*** NOTA JA ENVIADA EM " NFE-DATA-ENVIO
                              " - AGUARDANDO RETORNO ***"
                   ELSE
                      DISPLAY "*** NOTA JA AUTORIZADA - PROTOCOLO "
                              NFE-PROTOCOLO " ***".
                GO TO PROC-NOTA-FIM.
       PROC-NOTA2.
                MOVE NFI-NUM-NOTA TO VDA-NUM-NOTA
                MOVE ZEROS        TO VDA-ITEM
                START ARQVDA KEY IS NOT LESS VDA-CHAVE INVALID KEY
                      MOVE "10" TO ST-ERRO.
                IF ST-ERRO = "00"
                   READ ARQVDA NEXT
                      AT END MOVE "10" TO ST-ERRO.
                IF ST-ERRO NOT = "00" OR VDA-NUM-NOTA NOT = NFI-NUM-NOTA
                   MOVE "00" TO ST-ERRO
                   IF W-LOTE = 1
                      GO TO PROC-NOTA-FIM
                   ELSE
                      DISPLAY "*** NOTA SEM ITENS NO ARQVDA ***"
                      GO TO PROC-NOTA-FIM.
                IF W-LOTE = 1 AND VDA-DATA NOT = W-DATA-LOTE
                   GO TO PROC-NOTA-FIM.
                IF VDA-SIT = "C"
                   IF W-LOTE = 0
                      DISPLAY "*** NOTA ESTORNADA - NAO EXPORTADA ***"
                      GO TO PROC-NOTA-FIM
                   ELSE
                      GO TO PROC-NOTA-FIM.
                ADD 1 TO W-LIDAS
                MOVE VDA-DATA    TO W-DATA-EMIS
                MOVE VDA-CLI-CPF TO W-CLI-CPF
                MOVE SPACES      TO W-MOTIVO.
      *
      ***** CRITICA DO DESTINATARIO (CEP/UF) *****
      *
       CRIT-DEST.
                MOVE W-CLI-CPF TO CLI-CPF
                READ ARQCLI
                IF ST-CLI NOT = "00"
                   MOVE "00" TO ST-CLI
                   MOVE "DESTINATARIO NAO CADASTRADO NO ARQCLI"
                        TO W-MOTIVO
                   GO TO NOTA-PENDENTE.
                IF CLI-CEP NOT NUMERIC OR CLI-CEP = "00000000"
                   MOVE "CEP DO DESTINATARIO INVALIDO" TO W-MOTIVO
                   GO TO NOTA-PENDENTE.
                IF W-TEM-CEP = 1
                   MOVE CLI-CEP TO CEP-NUM
                   READ ARQCEP
                   IF ST-CEP NOT = "00"
                      MOVE "00" TO ST-CEP
                      MOVE "CEP DO DESTINATARIO NAO CADASTRADO"
                           TO W-MOTIVO
                      GO TO NOTA-PENDENTE
                   ELSE
                      IF CEP-UF NOT = CLI-UF
                         MOVE "UF DO DESTINATARIO DIVERGE DO CEP"
                              TO W-MOTIVO
                         GO TO NOTA-PENDENTE.
                IF CLI-UF = SPACES
                   MOVE "UF DO DESTINATARIO EM BRANCO" TO W-MOTIVO
                   GO TO NOTA-PENDENTE.
                IF W-TEM-UF = 1
                   MOVE CLI-UF TO UF-SIGLA
                   READ ARQUF
                   IF ST-UF NOT = "00"
                      MOVE "00" TO ST-UF
                      MOVE "UF DO DESTINATARIO INVALIDA" TO W-MOTIVO
                      GO TO NOTA-PENDENTE.
      *
      ***** CRITICA DOS ITENS (PRODUTO, UNIDADE) *****
      *
       CRIT-ITENS.
                IF VDA-SIT = "C"
                   GO TO CRIT-ITENS2.
                MOVE VDA-PRO-COD TO PRO-COD
                READ ARQPRO
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   MOVE SPACES TO W-MOTIVO
                   STRING "PRODUTO " VDA-PRO-COD " NAO CADASTRADO"
                          DELIMITED BY SIZE INTO W-MOTIVO
                   GO TO NOTA-PENDENTE.
                IF PRO-UNID = SPACES
                   MOVE SPACES TO W-MOTIVO
                   STRING "PRODUTO " VDA-PRO-COD " SEM UNIDADE"
                          DELIMITED BY SIZE INTO W-MOTIVO
                   GO TO NOTA-PENDENTE.
       CRIT-ITENS2.
                READ ARQVDA NEXT
                   AT END MOVE "10" TO ST-ERRO.
                IF ST-ERRO = "00" AND VDA-NUM-NOTA = NFI-NUM-NOTA
                   GO TO CRIT-ITENS.
                MOVE "00" TO ST-ERRO
                GO TO GERAR-NOTA.
      *
       NOTA-PENDENTE.
                ADD 1 TO W-PENDENTES
                DISPLAY " *** NOTA " NFI-NUM-NOTA " PENDENTE: "
                        W-MOTIVO
                MOVE NFI-NUM-NOTA TO NFE-NUM-NOTA
                MOVE "P"          TO NFE-SIT
                MOVE W-DATA-EMIS  TO NFE-DATA-EMIS
                MOVE W-MOTIVO     TO NFE-MOTIVO
                IF W-TEM-REG = 1
                   REWRITE REGNFE
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-NFE THRU DIARIO-NFE-FIM
                ELSE
                   MOVE ZEROS  TO NFE-DATA-ENVIO NFE-DATA-AUT
                                  NFE-DATA-CANC
                   MOVE SPACES TO NFE-ARQUIVO NFE-PROTOCOLO
                                  NFE-PROT-CANC NFE-OPERADOR
                   WRITE REGNFE
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-NFE THRU DIARIO-NFE-FIM.
                IF ST-NFE NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-NFE
                   DISPLAY " *** SITUACAO DA NOTA NAO GRAVADA ***".
                GO TO PROC-NOTA-FIM.
      *
      ***** GERACAO DOS REGISTROS DA NOTA *****
      *
       GERAR-NOTA.
                IF W-NFX-ABERTO = 0
                   OPEN OUTPUT ARQNFX
                   IF ST-NFX NOT = "00"
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO "
                              W-ARQ-NFX ": " ST-NFX
                      MOVE "ARQNFX" TO ERR-ARQUIVO
                      MOVE ST-NFX   TO ERR-STATUS
                      MOVE "ERRO NA ABERTURA DO ARQUIVO DA NF-E"
                           TO ERR-MENSAGEM
                      PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                      GO TO PROC-NOTA-FIM
                   ELSE
                      MOVE 1 TO W-NFX-ABERTO.
       GERAR-IDE.
                MOVE SPACES       TO REGNFX-IDE
                MOVE "01"         TO NFX-TIPO
                MOVE NFI-NUM-NOTA TO NFX-NUM-NOTA
                MOVE 1            TO NFX-SERIE
                MOVE W-DATA-EMIS  TO NFX-DATA-EMIS
                MOVE "VENDA DE MERCADORIA" TO NFX-NATUREZA
                MOVE EMI-CNPJ     TO NFX-EMI-CNPJ
                MOVE EMI-IE       TO NFX-EMI-IE
                MOVE EMI-NOME     TO NFX-EMI-NOME
                MOVE EMI-LOGR     TO NFX-EMI-LOGR
                MOVE EMI-NUM      TO NFX-EMI-NUM
                MOVE EMI-BAIRRO   TO NFX-EMI-BAIRRO
                MOVE EMI-CIDADE   TO NFX-EMI-CIDADE
                MOVE EMI-UF       TO NFX-EMI-UF
                MOVE EMI-CEP      TO NFX-EMI-CEP
                WRITE REGNFX-IDE
                IF ST-NFX NOT = "00"
                   GO TO ERRO-GRAVACAO.
                ADD 1 TO W-REGISTROS.
       GERAR-DEST.
                MOVE SPACES         TO REGNFX-DEST
                MOVE "02"           TO NFD-TIPO
                MOVE NFI-NUM-NOTA   TO NFD-NUM-NOTA
                MOVE CLI-TIPO       TO NFD-TIPO-PES
                MOVE CLI-CPF        TO NFD-CPF
                MOVE CLI-NOME       TO NFD-NOME
                MOVE CLI-LOGRADOURO TO NFD-LOGR
                MOVE CLI-NUM-LOGR   TO NFD-NUM
                MOVE CLI-COMPL-LOGR TO NFD-COMPL
                MOVE CLI-BAIRRO     TO NFD-BAIRRO
                MOVE CLI-CIDADE     TO NFD-CIDADE
                MOVE CLI-UF         TO NFD-UF
                MOVE CLI-CEP        TO NFD-CEP
                MOVE CLI-EMAIL      TO NFD-EMAIL
                WRITE REGNFX-DEST
                IF ST-NFX NOT = "00"
                   GO TO ERRO-GRAVACAO.
                ADD 1 TO W-REGISTROS
                MOVE ZEROS TO W-ITENS W-TOT-PROD
                MOVE NFI-NUM-NOTA TO VDA-NUM-NOTA
                MOVE ZEROS        TO VDA-ITEM
                START ARQVDA KEY IS NOT LESS VDA-CHAVE INVALID KEY
                      MOVE "10" TO ST-ERRO.
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO GERAR-TOT.
       GERAR-ITEM.
                READ ARQVDA NEXT
                   AT END MOVE "10" TO ST-ERRO.
                IF ST-ERRO NOT = "00" OR VDA-NUM-NOTA NOT = NFI-NUM-NOTA
                   MOVE "00" TO ST-ERRO
                   GO TO GERAR-TOT.
                IF VDA-SIT = "C"
                   GO TO GERAR-ITEM.
                MOVE VDA-PRO-COD TO PRO-COD
                READ ARQPRO
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   MOVE SPACES TO PRO-DESC PRO-UNID PRO-TIPO
                   MOVE ZEROS  TO PRO-BARRAS.
                COMPUTE W-VALOR-ITEM = VDA-QTDE * VDA-PRECO
                ADD W-VALOR-ITEM TO W-TOT-PROD
                ADD 1 TO W-ITENS
                MOVE SPACES        TO REGNFX-ITEM
                MOVE "03"          TO NFT-TIPO
                MOVE NFI-NUM-NOTA  TO NFT-NUM-NOTA
                MOVE VDA-ITEM      TO NFT-ITEM
                MOVE VDA-PRO-COD   TO NFT-PRO-COD
                MOVE PRO-BARRAS    TO NFT-BARRAS
                MOVE PRO-DESC      TO NFT-DESC
                MOVE PRO-UNID      TO NFT-UNID
                MOVE PRO-TIPO      TO NFT-PRO-TIPO
                MOVE VDA-QTDE      TO NFT-QTDE
                MOVE VDA-PRECO     TO NFT-PRECO
                MOVE VDA-DESC-PERC TO NFT-DESC-PERC
                MOVE W-VALOR-ITEM  TO NFT-VALOR
                MOVE ZEROS         TO NFT-ALQ-ICMS NFT-ALQ-IPI
                IF W-TEM-ALQ = 1
                   MOVE PRO-TIPO TO ALQ-TIPO
                   READ ARQALIQ
                   IF ST-ALQ = "00"
                      MOVE ALQ-ICMS TO NFT-ALQ-ICMS
                      MOVE ALQ-IPI  TO NFT-ALQ-IPI
                   ELSE
                      MOVE "00" TO ST-ALQ.
                WRITE REGNFX-ITEM
                IF ST-NFX NOT = "00"
                   GO TO ERRO-GRAVACAO.
                ADD 1 TO W-REGISTROS
                GO TO GERAR-ITEM.
       GERAR-TOT.
                MOVE SPACES         TO REGNFX-TOT
                MOVE "04"           TO NFO-TIPO
                MOVE NFI-NUM-NOTA   TO NFO-NUM-NOTA
                MOVE W-ITENS        TO NFO-ITENS
                MOVE W-TOT-PROD     TO NFO-VALOR-PROD
                MOVE NFI-BASE       TO NFO-BASE
                MOVE NFI-ICMS-VALOR TO NFO-ICMS
                MOVE NFI-IPI-VALOR  TO NFO-IPI
                WRITE REGNFX-TOT
                IF ST-NFX NOT = "00"
                   GO TO ERRO-GRAVACAO.
                ADD 1 TO W-REGISTROS.
      *
      ***** NOTA MARCADA COMO ENVIADA NO ARQNFE *****
      *
       MARCAR-ENVIADA.
                ADD 1 TO W-EXPORTADAS
                MOVE NFI-NUM-NOTA TO NFE-NUM-NOTA
                MOVE "E"          TO NFE-SIT
                MOVE W-DATA-EMIS  TO NFE-DATA-EMIS
                MOVE W-HOJE       TO NFE-DATA-ENVIO
                MOVE W-ARQ-NFX    TO NFE-ARQUIVO
                MOVE SPACES       TO NFE-PROTOCOLO NFE-MOTIVO
                MOVE ZEROS        TO NFE-DATA-AUT
                IF W-TEM-REG = 1
                   REWRITE REGNFE
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-NFE THRU DIARIO-NFE-FIM
                ELSE
                   MOVE ZEROS  TO NFE-DATA-CANC
                   MOVE SPACES TO NFE-PROT-CANC NFE-OPERADOR
                   WRITE REGNFE
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-NFE THRU DIARIO-NFE-FIM.
                IF ST-NFE NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-NFE
                   DISPLAY " *** SITUACAO DA NOTA " NFI-NUM-NOTA
                           " NAO GRAVADA ***".
                GO TO PROC-NOTA-FIM.
       ERRO-GRAVACAO.
                DISPLAY "ERRO NA GRAVACAO DO ARQUIVO DA NF-E: " ST-NFX
                MOVE "ARQNFX" TO ERR-ARQUIVO
                MOVE ST-NFX   TO ERR-STATUS
                MOVE "ERRO NA GRAVACAO DO ARQUIVO DA NF-E"
                     TO ERR-MENSAGEM
                PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM.
       PROC-NOTA-FIM.
                EXIT.
      *
       FIM-LOTE.
                IF W-NFX-ABERTO = 1
                   MOVE SPACES      TO REGNFX-TRL
                   MOVE "99"        TO NFR-TIPO
                   MOVE W-EXPORTADAS TO NFR-NOTAS
                   ADD 1 TO W-REGISTROS
                   MOVE W-REGISTROS TO NFR-REGISTROS
                   MOVE W-HOJE      TO NFR-DATA-GER
                   WRITE REGNFX-TRL
                   CLOSE ARQNFX.
                CLOSE ARQNFI ARQVDA ARQCLI ARQPRO ARQNFE
                IF W-TEM-CEP = 1
                   CLOSE ARQCEP.
                IF W-TEM-UF = 1
                   CLOSE ARQUF.
                IF W-TEM-ALQ = 1
                   CLOSE ARQALIQ.
                IF W-NFX-ABERTO = 1
                   DISPLAY "*** ARQUIVO GERADO (" W-ARQ-NFX ") ***"
                ELSE
                   DISPLAY "*** NENHUMA NOTA EXPORTADA ***".
                DISPLAY "NOTAS SELECIONADAS  : " W-LIDAS
                DISPLAY "NOTAS EXPORTADAS    : " W-EXPORTADAS
                DISPLAY "NOTAS PENDENTES     : " W-PENDENTES
                GO TO ROT-FIM.
      *
      ***************************************
      * GRAVACAO DO LOG DE ERROS DE ARQUIVO  *
      ***************************************
      *
       GRAVAR-ERRO.
                ACCEPT ERR-DATA FROM DATE YYYYMMDD
                ACCEPT ERR-HORA FROM TIME
                MOVE "NFEEXP" TO ERR-PROGRAMA
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
                MOVE "NFEEXP"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-NFE.
                MOVE "ARQNFE"     TO JRN-ARQUIVO
                MOVE ST-NFE       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-NFE TO JRN-ANTES
                ELSE
                   MOVE REGNFE TO JRN-ANTES.
                MOVE REGNFE TO JRN-DEPOIS JRN-ANT-NFE
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-NFE-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
                CLOSE ARQERRO
                EXIT PROGRAM.
       ROT-FIM2.
                EXIT PROGRAM.
