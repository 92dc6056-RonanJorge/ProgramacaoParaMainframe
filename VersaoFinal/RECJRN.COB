       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECJRN.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * RECUPERACAO PELO DIARIO DE ATUALIZACOES      *
      * DEPOIS DE RESTAURAR UMA GERACAO DO BKPARQ,   *
      * REAPLICA SOBRE OS ARQUIVOS AS INCLUSOES,     *
      * ALTERACOES E EXCLUSOES GRAVADAS NO ARQJRN    *
      * APOS A MARCA DAQUELA GERACAO (OU, SEM MARCA, *
      * A PARTIR DA DATA/HORA INFORMADA), PARA UM    *
      * ARQUIVO OU PARA TODOS. OS ARQUIVOS GERADOS   *
      * DE NOVO A CADA EXECUCAO (ARQSUG E ARQRROT)   *
      * SAO ESVAZIADOS AQUI NO MESMO PONTO.          *
      * CADA ATUALIZACAO E COMPARADA COM O REGISTRO  *
      * ATUAL:                                       *
      *   - JA IGUAL A IMAGEM POSTERIOR: JA APLICADA *
      *   - INCLUSAO DE REGISTRO QUE JA EXISTE COM   *
      *     OUTRO CONTEUDO, ALTERACAO DE REGISTRO    *
      *     AUSENTE OU DIFERENTE DA IMAGEM ANTERIOR, *
      *     EXCLUSAO DE REGISTRO DIFERENTE DA IMAGEM *
      *     ANTERIOR: CONFLITO - A IMAGEM DO DIARIO  *
      *     PREVALECE E O CASO SAI NO RELATORIO      *
      * EXCLUSAO DE REGISTRO JA AUSENTE CONTA COMO   *
      * JA APLICADA. A REAPLICACAO PODE SER REPETIDA *
      * SEM DUPLICAR NADA E NAO GERA NOVO DIARIO.    *
      * SO COM LIBERACAO DO SUPERVISOR (PERM-ADM)    *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-JRN.
       SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUD-CHAVE
                    FILE STATUS  IS ST-AUD.
       SELECT ARQOPE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPE-COD
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS OPE-NOME
                                   WITH DUPLICATES.
       SELECT ARQACD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BACD-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQALQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BALQ-TIPO
                    FILE STATUS  IS ST-IDX.
       SELECT ARQAPU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BAPU-ANOMES
                    FILE STATUS  IS ST-IDX.
       SELECT ARQBCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BBCO-CONTA
                    FILE STATUS  IS ST-IDX.
       SELECT ARQBXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BBXA-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCAT-COD
                    FILE STATUS  IS ST-IDX.
       SELECT ARQCCU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCCU-COD
                    FILE STATUS  IS ST-IDX.
       SELECT ARQCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCEP-NUM
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS BCEP-NOME
                                   WITH DUPLICATES.
       SELECT ARQCHQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCHQ-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCLI-CPF
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS BCLI-NOME
                                   WITH DUPLICATES.
       SELECT ARQCLX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCLX-CPF-ANT
                    FILE STATUS  IS ST-IDX.
       SELECT ARQCMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCMP-COD
                    FILE STATUS  IS ST-IDX.
       SELECT ARQCMI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCMI-CHAVE
                    ALTERNATE RECORD KEY IS BCMI-ALVO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-IDX.
       SELECT ARQCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCOB-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQCOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCOT-NUM
                    FILE STATUS  IS ST-IDX.
       SELECT ARQCTF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCTF-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQCTI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCTI-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQCPX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCP-NUM
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS BCP-FOR-CPF
                                   WITH DUPLICATES.
       SELECT ARQCPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCPG-COD
                    FILE STATUS  IS ST-IDX.
       SELECT ARQCRX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCR-CHAVE
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS BCR-CLI-CPF
                                   WITH DUPLICATES.
       SELECT ARQCRD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCRD-CLI-CPF
                    FILE STATUS  IS ST-IDX.
       SELECT ARQCDM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCDM-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQCSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCSG-NUM
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS BCSG-CLI-CPF
                                   WITH DUPLICATES.
       SELECT ARQCSI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCSI-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQCTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCTA-EVENTO
                    FILE STATUS  IS ST-IDX.
       SELECT ARQCUS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCUS-PRO-COD
                    FILE STATUS  IS ST-IDX.
       SELECT ARQCXS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCXS-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQDEV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BDEV-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQDSP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BDSP-COD
                    FILE STATUS  IS ST-IDX.
       SELECT ARQEMI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BEMI-COD
                    FILE STATUS  IS ST-IDX.
       SELECT ARQENC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BENC-CHAVE
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS BENC-CLI-CPF
                                   WITH DUPLICATES.
       SELECT ARQEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BEND-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BENT-NUM-NOTA
                    FILE STATUS  IS ST-IDX.
       SELECT ARQEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BEST-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQESV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BEVD-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQEXB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BEXB-CHAVE
                    ALTERNATE RECORD KEY IS BEXB-IDENT
                    FILE STATUS  IS ST-IDX.
       SELECT ARQFBC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BFBC-FOR-CPF
                    FILE STATUS  IS ST-IDX.
       SELECT ARQFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BFER-DATA
                    FILE STATUS  IS ST-IDX.
       SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BFOR-CPF
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS BFOR-NOME
                                   WITH DUPLICATES.
       SELECT ARQFRN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BFRN-NUM-NOTA
                    FILE STATUS  IS ST-IDX.
       SELECT ARQFRT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BFRT-COD
                    FILE STATUS  IS ST-IDX.
       SELECT ARQGER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BGER-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQHPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BHPR-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQINV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BINV-PRO-COD
                    FILE STATUS  IS ST-IDX.
       SELECT ARQKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BKIT-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQLCB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BLCB-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BLOC-COD
                    FILE STATUS  IS ST-IDX.
       SELECT ARQLOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BLOT-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQMET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BMET-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQMOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BMOT-COD
                    FILE STATUS  IS ST-IDX.
       SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BMOV-NUM
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS BMOV-PRO-COD
                                   WITH DUPLICATES.
       SELECT ARQNFC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BNFC-NUM-NOTA
                    FILE STATUS  IS ST-IDX.
       SELECT ARQNFE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BNFE-NUM-NOTA
                    FILE STATUS  IS ST-IDX.
       SELECT ARQNFF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BNFF-CHAVE
                    ALTERNATE RECORD KEY IS BNFF-PED-NUM
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-IDX.
       SELECT ARQNFL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BNFL-CHAVE
                    ALTERNATE RECORD KEY IS BNFL-PED-NUM
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-IDX.
       SELECT ARQNFI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BNFI-NUM-NOTA
                    FILE STATUS  IS ST-IDX.
       SELECT ARQNUM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BNUM-SERIE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQOMK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BOMK-NUM
                    FILE STATUS  IS ST-IDX.
       SELECT ARQOPC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BOPC-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQORC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BORC-CHAVE
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS BORC-CLI-CPF
                                   WITH DUPLICATES.
       SELECT ARQPRM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BPRM-COD
                    FILE STATUS  IS ST-IDX.
       SELECT ARQPDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BPDA-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQPDV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BPDV-NUM
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS BPDV-CLI-CPF
                                   WITH DUPLICATES.
       SELECT ARQPVI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BPVI-CHAVE
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS BPVI-PRO-COD
                                   WITH DUPLICATES.
       SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BPED-NUM
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS BPED-FOR-CPF
                                   WITH DUPLICATES.
       SELECT ARQPDI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BPDI-CHAVE
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS BPDI-PRO-COD
                                   WITH DUPLICATES.
       SELECT ARQPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BPER-ANOMES
                    FILE STATUS  IS ST-IDX.
       SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BPRO-COD
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS BPRO-DESC
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS BPRO-BARRAS
                                   WITH DUPLICATES.
       SELECT ARQPRC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BPRC-PRO-COD
                    FILE STATUS  IS ST-IDX.
       SELECT ARQPFX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BPF-CHAVE
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS BPF-FOR-CPF
                                   WITH DUPLICATES.
       SELECT ARQPTS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BPTS-CLI-CPF
                    FILE STATUS  IS ST-IDX.
       SELECT ARQPTM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BPTM-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQRCI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BRCI-REC-NUM
                    FILE STATUS  IS ST-IDX.
       SELECT ARQRCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BRCT-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BREC-NUM
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS BREC-FOR-CPF
                                   WITH DUPLICATES.
       SELECT ARQRPC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BRPC-CHAVE
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS BRPC-FORCPF
                                   WITH DUPLICATES.
       SELECT ARQROT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BROT-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQRSV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BRSV-PRO-COD
                    FILE STATUS  IS ST-IDX.
       SELECT ARQSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BSER-CHAVE
                    ALTERNATE RECORD KEY IS BSER-NUMERO
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS BSER-NOTA
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-IDX.
       SELECT ARQSLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BSLD-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQSUG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BSUG-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQTIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BTIP-SIGLA
                    FILE STATUS  IS ST-IDX.
       SELECT ARQTRF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BTRF-NUM
                    FILE STATUS  IS ST-IDX.
       SELECT ARQTRI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BTRI-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQUFX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BUF-SIGLA
                    FILE STATUS  IS ST-IDX.
       SELECT ARQUNI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BUNI-SIGLA
                    FILE STATUS  IS ST-IDX.
       SELECT ARQVDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BVDA-CHAVE
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS BVDA-NUM-NOTA
                                   WITH DUPLICATES.
       SELECT ARQVEI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BVEI-PLACA
                    FILE STATUS  IS ST-IDX.
       SELECT ARQVKT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BVKT-CHAVE
                    FILE STATUS  IS ST-IDX.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQJRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQJRN.DAT".
       01 REGJRN.
                03 DRV-DATA       PIC 9(08).
                03 DRV-HORA       PIC 9(08).
                03 DRV-PROGRAMA   PIC X(08).
                03 DRV-OPERADOR   PIC X(20).
                03 DRV-ARQUIVO    PIC X(10).
                03 DRV-OPERACAO   PIC X(01).
                03 DRV-ANTES      PIC X(330).
                03 DRV-DEPOIS     PIC X(330).
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
       FD ARQOPE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPE.DAT".
       01 REGOPE.
                03 OPE-COD                PIC X(08).
                03 OPE-SENHA              PIC X(08).
                03 OPE-NOME               PIC X(30).
                03 OPE-PERM-CAD           PIC X(01).
                03 OPE-PERM-MOV           PIC X(01).
                03 OPE-PERM-CON           PIC X(01).
                03 OPE-PERM-REL           PIC X(01).
                03 OPE-PERM-ADM           PIC X(01).
                03 OPE-SIT                PIC X(01).
                03 OPE-VERSAO             PIC 9(08).
                03 OPE-PERC-COM           PIC 9(02)V99.
                03 OPE-DATA-SENHA         PIC 9(08).
                03 OPE-FALHAS             PIC 9(02).
                03 OPE-BLOQ               PIC X(01).
                03 OPE-LIM-COMPRA         PIC 9(10).
      *
       FD ARQACD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQACD.DAT".
       01 REGACD.
                03 BACD-CHAVE.
                   05 BACD-CLI-CPF   PIC 9(14).
                   05 BACD-PRO-COD   PIC 9(08).
                03 FILLER         PIC X(12).
      *
       FD ARQALQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQALIQ.DAT".
       01 REGALQ.
                03 BALQ-TIPO      PIC X(01).
                03 FILLER         PIC X(08).
      *
       FD ARQAPU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAPU.DAT".
       01 REGAPU.
                03 BAPU-ANOMES    PIC 9(06).
                03 FILLER         PIC X(176).
      *
       FD ARQBCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBCO.DAT".
       01 REGBCO.
                03 BBCO-CONTA     PIC 9(04).
                03 FILLER         PIC X(91).
      *
       FD ARQBXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBXA.DAT".
       01 REGBXA.
                03 BBXA-CHAVE.
                   05 BBXA-NUM-NOTA PIC 9(08).
                   05 BBXA-PARCELA  PIC 9(02).
                   05 BBXA-SEQ      PIC 9(03).
                03 FILLER         PIC X(49).
      *
       FD ARQCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAT.DAT".
       01 REGCAT.
                03 BCAT-COD       PIC X(06).
                03 FILLER         PIC X(38).
      *
       FD ARQCCU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCCU.DAT".
       01 REGCCU.
                03 BCCU-COD       PIC 9(03).
                03 FILLER         PIC X(33).
      *
       FD ARQCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCEP.DAT".
       01 REGCEP.
                03 BCEP-NUM       PIC 9(08).
                03 BCEP-NOME      PIC X(30).
                03 FILLER         PIC X(51).
      *
       FD ARQCHQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCHQ.DAT".
       01 REGCHQ.
                03 BCHQ-CHAVE.
                   05 BCHQ-NUM-NOTA  PIC 9(08).
                   05 BCHQ-PARCELA   PIC 9(02).
                   05 BCHQ-SEQ       PIC 9(03).
                03 FILLER         PIC X(46).
      *
       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REGCLI.
                03 FILLER         PIC X(01).
                03 BCLI-CPF       PIC 9(14).
                03 BCLI-NOME      PIC X(30).
                03 FILLER         PIC X(225).
      *
       FD ARQCLX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLIX.DAT".
       01 REGCLX.
                03 BCLX-CPF-ANT   PIC 9(14).
                03 FILLER         PIC X(313).
      *
       FD ARQCMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCMP.DAT".
       01 REGCMP.
                03 BCMP-COD       PIC X(04).
                03 FILLER         PIC X(47).
      *
       FD ARQCMI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCMPI.DAT".
       01 REGCMI.
                03 BCMI-CHAVE.
                   05 FILLER         PIC X(04).
                   05 BCMI-ALVO      PIC X(09).
                03 FILLER         PIC X(12).
      *
       FD ARQCOB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOB.DAT".
       01 REGCOB.
                03 BCOB-CHAVE.
                   05 BCOB-CLI-CPF   PIC 9(14).
                   05 BCOB-SEQ       PIC 9(05).
                03 FILLER         PIC X(24).
      *
       FD ARQCOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOT.DAT".
       01 REGCOT.
                03 BCOT-NUM       PIC 9(06).
                03 FILLER         PIC X(09).
      *
       FD ARQCTF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOTF.DAT".
       01 REGCTF.
                03 BCTF-CHAVE.
                   05 BCTF-COT-NUM   PIC 9(06).
                   05 BCTF-PRO-COD   PIC 9(08).
                   05 BCTF-FOR-CPF   PIC 9(14).
                03 FILLER         PIC X(19).
      *
       FD ARQCTI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOTI.DAT".
       01 REGCTI.
                03 BCTI-CHAVE.
                   05 BCTI-COT-NUM   PIC 9(06).
                   05 BCTI-PRO-COD   PIC 9(08).
                03 FILLER         PIC X(06).
      *
       FD ARQCPX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCP.DAT".
       01 REGCPX.
                03 BCP-NUM        PIC 9(08).
                03 BCP-FOR-CPF    PIC 9(14).
                03 FILLER         PIC X(41).
      *
       FD ARQCPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCPG.DAT".
       01 REGCPG.
                03 BCPG-COD       PIC X(04).
                03 FILLER         PIC X(36).
      *
       FD ARQCRX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCR.DAT".
       01 REGCRX.
                03 BCR-CHAVE.
                   05 BCR-NUM-NOTA  PIC 9(08).
                   05 BCR-PARCELA   PIC 9(02).
                03 BCR-CLI-CPF    PIC 9(14).
                03 FILLER         PIC X(29).
      *
       FD ARQCRD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCRD.DAT".
       01 REGCRD.
                03 BCRD-CLI-CPF   PIC 9(14).
                03 FILLER         PIC X(10).
      *
       FD ARQCDM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCRDM.DAT".
       01 REGCDM.
                03 BCDM-CHAVE.
                   05 BCDM-CLI-CPF   PIC 9(14).
                   05 BCDM-SEQ       PIC 9(05).
                03 FILLER         PIC X(33).
      *
       FD ARQCSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCSG.DAT".
       01 REGCSG.
                03 BCSG-NUM       PIC 9(08).
                03 BCSG-CLI-CPF   PIC 9(14).
                03 FILLER         PIC X(41).
      *
       FD ARQCSI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCSI.DAT".
       01 REGCSI.
                03 BCSI-CHAVE     PIC X(16).
                03 FILLER         PIC X(26).
      *
       FD ARQCTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTA.DAT".
       01 REGCTA.
                03 BCTA-EVENTO    PIC X(08).
                03 FILLER         PIC X(12).
      *
       FD ARQCUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCUS.DAT".
       01 REGCUS.
                03 BCUS-PRO-COD   PIC 9(08).
                03 FILLER         PIC X(24).
      *
       FD ARQCXS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCXS.DAT".
       01 REGCXS.
                03 BCXS-CHAVE.
                   05 BCXS-OPE-COD   PIC X(08).
                   05 BCXS-DATA      PIC 9(08).
                03 FILLER         PIC X(21).
      *
       FD ARQDEV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEV.DAT".
       01 REGDEV.
                03 BDEV-CHAVE.
                   05 BDEV-NUM-NOTA PIC 9(08).
                   05 BDEV-ITEM     PIC 9(03).
                   05 BDEV-SEQ      PIC 9(02).
                03 FILLER         PIC X(32).
      *
       FD ARQDSP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDSP.DAT".
       01 REGDSP.
                03 BDSP-COD       PIC 9(03).
                03 FILLER         PIC X(36).
      *
       FD ARQEMI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEMI.DAT".
       01 REGEMI.
                03 BEMI-COD       PIC X(01).
                03 FILLER         PIC X(159).
      *
       FD ARQENC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENC.DAT".
       01 REGENC.
                03 BENC-CHAVE     PIC X(20).
                03 BENC-CLI-CPF   PIC 9(14).
                03 FILLER         PIC X(39).
      *
       FD ARQEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEND.DAT".
       01 REGEND.
                03 BEND-CHAVE     PIC X(16).
                03 FILLER         PIC X(159).
      *
       FD ARQENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENT.DAT".
       01 REGENT.
                03 BENT-NUM-NOTA  PIC 9(08).
                03 FILLER         PIC X(92).
      *
       FD ARQEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEST.DAT".
       01 REGEST.
                03 BEST-CHAVE.
                   05 BEST-ANOMES    PIC 9(06).
                   05 BEST-PRO-COD   PIC 9(08).
                03 FILLER         PIC X(29).
      *
       FD ARQESV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTV.DAT".
       01 REGESV.
                03 BEVD-CHAVE.
                   05 BEVD-ANOMES    PIC 9(06).
                   05 BEVD-OPE-COD   PIC X(08).
                03 FILLER         PIC X(29).
      *
       FD ARQEXB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEXB.DAT".
       01 REGEXB.
                03 BEXB-CHAVE     PIC X(12).
                03 BEXB-IDENT     PIC X(37).
                03 FILLER         PIC X(47).
      *
       FD ARQFBC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFBC.DAT".
       01 REGFBC.
                03 BFBC-FOR-CPF   PIC 9(14).
                03 FILLER         PIC X(18).
      *
       FD ARQFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFER.DAT".
       01 REGFER.
                03 BFER-DATA      PIC 9(08).
                03 FILLER         PIC X(30).
      *
       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOR.DAT".
       01 REGFOR.
                03 FILLER         PIC X(01).
                03 BFOR-CPF       PIC 9(14).
                03 BFOR-NOME      PIC X(30).
                03 FILLER         PIC X(211).
      *
       FD ARQFRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFRN.DAT".
       01 REGFRN.
                03 BFRN-NUM-NOTA  PIC 9(08).
                03 FILLER         PIC X(51).
      *
       FD ARQFRT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFRT.DAT".
       01 REGFRT.
                03 BFRT-COD       PIC X(04).
                03 FILLER         PIC X(81).
      *
       FD ARQGER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGER.DAT".
       01 REGGER.
                03 BGER-CHAVE     PIC X(11).
                03 FILLER         PIC X(109).
      *
       FD ARQHPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHPR.DAT".
       01 REGHPR.
                03 BHPR-CHAVE     PIC X(16).
                03 FILLER         PIC X(36).
      *
       FD ARQINV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQINV.DAT".
       01 REGINV.
                03 BINV-PRO-COD   PIC 9(08).
                03 FILLER         PIC X(13).
      *
       FD ARQKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKIT.DAT".
       01 REGKIT.
                03 BKIT-CHAVE.
                   05 BKIT-PRO-COD   PIC 9(08).
                   05 BKIT-COMP-COD  PIC 9(08).
                03 FILLER         PIC X(04).
      *
       FD ARQLCB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLCB.DAT".
       01 REGLCB.
                03 BLCB-CHAVE     PIC X(12).
                03 FILLER         PIC X(92).
      *
       FD ARQLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOC.DAT".
       01 REGLOC.
                03 BLOC-COD       PIC X(02).
                03 FILLER         PIC X(20).
      *
       FD ARQLOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTE.DAT".
       01 REGLOT.
                03 BLOT-CHAVE.
                   05 BLOT-PRO-COD   PIC 9(08).
                   05 BLOT-NUMERO    PIC X(10).
                03 FILLER         PIC X(14).
      *
       FD ARQMET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMETA.DAT".
       01 REGMET.
                03 BMET-CHAVE.
                   05 BMET-OPE-COD   PIC X(08).
                   05 BMET-ANOMES    PIC 9(06).
                03 FILLER         PIC X(12).
      *
       FD ARQMOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOT.DAT".
       01 REGMOT.
                03 BMOT-COD       PIC X(03).
                03 FILLER         PIC X(32).
      *
       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".
       01 REGMOV.
                03 BMOV-NUM       PIC 9(08).
                03 BMOV-PRO-COD   PIC 9(08).
                03 FILLER         PIC X(36).
      *
       FD ARQNFC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFC.DAT".
       01 REGNFC.
                03 BNFC-NUM-NOTA  PIC 9(08).
                03 FILLER         PIC X(70).
      *
       FD ARQNFE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFE.DAT".
       01 REGNFE.
                03 BNFE-NUM-NOTA  PIC 9(08).
                03 FILLER         PIC X(139).
      *
       FD ARQNFF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFF.DAT".
       01 REGNFF.
                03 BNFF-CHAVE     PIC X(23).
                03 BNFF-PED-NUM   PIC 9(08).
                03 FILLER         PIC X(81).
      *
       FD ARQNFL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFFI.DAT".
       01 REGNFL.
                03 BNFL-CHAVE     PIC X(26).
                03 BNFL-PED-NUM   PIC 9(08).
                03 FILLER         PIC X(37).
      *
       FD ARQNFI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFI.DAT".
       01 REGNFI.
                03 BNFI-NUM-NOTA  PIC 9(08).
                03 FILLER         PIC X(42).
      *
       FD ARQNUM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNUM.DAT".
       01 REGNUM.
                03 BNUM-SERIE     PIC X(08).
                03 FILLER         PIC X(08).
      *
       FD ARQOMK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOMK.DAT".
       01 REGOMK.
                03 BOMK-NUM       PIC 9(08).
                03 FILLER         PIC X(53).
      *
       FD ARQOPC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPC.DAT".
       01 REGOPC.
                03 BOPC-CHAVE     PIC X(04).
                03 FILLER         PIC X(28).
      *
       FD ARQORC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQORC.DAT".
       01 REGORC.
                03 BORC-CHAVE.
                   05 BORC-NUM       PIC 9(08).
                   05 BORC-ITEM      PIC 9(03).
                03 BORC-CLI-CPF   PIC 9(14).
                03 FILLER         PIC X(47).
      *
       FD ARQPRM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPRM.
                03 BPRM-COD       PIC X(08).
                03 FILLER         PIC X(38).
      *
       FD ARQPDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPDA.DAT".
       01 REGPDA.
                03 BPDA-CHAVE     PIC 9(13).
                03 FILLER         PIC X(53).
      *
       FD ARQPDV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPDV.DAT".
       01 REGPDV.
                03 BPDV-NUM       PIC 9(08).
                03 BPDV-CLI-CPF   PIC 9(14).
                03 FILLER         PIC X(12).
      *
       FD ARQPVI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPDVI.DAT".
       01 REGPVI.
                03 BPVI-CHAVE.
                   05 BPVI-PDV-NUM   PIC 9(08).
                   05 BPVI-ITEM      PIC 9(03).
                03 BPVI-PRO-COD   PIC 9(08).
                03 FILLER         PIC X(15).
      *
       FD ARQPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPED.DAT".
       01 REGPED.
                03 BPED-NUM       PIC 9(08).
                03 BPED-FOR-CPF   PIC 9(14).
                03 FILLER         PIC X(93).
      *
       FD ARQPDI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDI.DAT".
       01 REGPDI.
                03 BPDI-CHAVE.
                   05 BPDI-PED-NUM  PIC 9(08).
                   05 BPDI-ITEM     PIC 9(03).
                03 BPDI-PRO-COD   PIC 9(08).
                03 FILLER         PIC X(20).
      *
       FD ARQPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPER.DAT".
       01 REGPER.
                03 BPER-ANOMES    PIC 9(06).
                03 FILLER         PIC X(01).
      *
       FD ARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".
       01 REGPRO.
                03 BPRO-COD       PIC 9(08).
                03 BPRO-DESC      PIC X(30).
                03 FILLER         PIC X(46).
                03 BPRO-BARRAS    PIC 9(13).
                03 FILLER         PIC X(09).
      *
       FD ARQPRC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROC.DAT".
       01 REGPRC.
                03 BPRC-PRO-COD   PIC 9(08).
                03 FILLER         PIC X(25).
      *
       FD ARQPFX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROFOR.DAT".
       01 REGPFX.
                03 BPF-CHAVE.
                   05 BPF-PRO-COD   PIC 9(08).
                   05 BPF-FOR-CPF   PIC 9(14).
                03 FILLER         PIC X(12).
      *
       FD ARQPTS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPTS.DAT".
       01 REGPTS.
                03 BPTS-CLI-CPF   PIC 9(14).
                03 FILLER         PIC X(10).
      *
       FD ARQPTM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPTSM.DAT".
       01 REGPTM.
                03 BPTM-CHAVE     PIC X(19).
                03 FILLER         PIC X(37).
      *
       FD ARQRCI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRCI.DAT".
       01 REGRCI.
                03 BRCI-REC-NUM   PIC 9(08).
                03 FILLER         PIC X(68).
      *
       FD ARQRCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRCT.DAT".
       01 REGRCT.
                03 BRCT-CHAVE     PIC 9(15).
                03 FILLER         PIC X(74).
      *
       FD ARQREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREC.DAT".
       01 REGREC.
                03 BREC-NUM       PIC 9(08).
                03 BREC-FOR-CPF   PIC 9(14).
                03 FILLER         PIC X(46).
      *
       FD ARQRPC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRPC.DAT".
       01 REGRPC.
                03 BRPC-CHAVE     PIC 9(13).
                03 BRPC-FORCPF    PIC 9(14).
                03 FILLER         PIC X(63).
      *
       FD ARQROT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRROT.DAT".
       01 REGROT.
                03 BROT-CHAVE     PIC X(48).
                03 FILLER         PIC X(14).
      *
       FD ARQRSV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRSV.DAT".
       01 REGRSV.
                03 BRSV-PRO-COD   PIC 9(08).
                03 FILLER         PIC X(06).
      *
       FD ARQSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSER.DAT".
       01 REGSER.
                03 BSER-CHAVE.
                   05 FILLER         PIC X(08).
                   05 BSER-NUMERO    PIC X(20).
                03 FILLER         PIC X(01).
                03 BSER-NOTA      PIC 9(08).
                03 FILLER         PIC X(55).
      *
       FD ARQSLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSLD.DAT".
       01 REGSLD.
                03 BSLD-CHAVE.
                   05 BSLD-PRO-COD  PIC 9(08).
                   05 BSLD-LOC      PIC X(02).
                03 FILLER         PIC X(06).
      *
       FD ARQSUG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSUG.DAT".
       01 REGSUG.
                03 BSUG-CHAVE     PIC X(22).
                03 FILLER         PIC X(17).
      *
       FD ARQTIP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTIPO.DAT".
       01 REGTIP.
                03 BTIP-SIGLA     PIC X(01).
                03 FILLER         PIC X(20).
      *
       FD ARQTRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRF.DAT".
       01 REGTRF.
                03 BTRF-NUM       PIC 9(08).
                03 FILLER         PIC X(64).
      *
       FD ARQTRI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRFI.DAT".
       01 REGTRI.
                03 BTRI-CHAVE     PIC X(16).
                03 FILLER         PIC X(12).
      *
       FD ARQUFX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQUF.DAT".
       01 REGUFX.
                03 BUF-SIGLA      PIC X(02).
                03 FILLER         PIC X(20).
      *
       FD ARQUNI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQUNID.DAT".
       01 REGUNI.
                03 BUNI-SIGLA     PIC X(02).
                03 FILLER         PIC X(20).
      *
       FD ARQVDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVDA.DAT".
       01 REGVDA.
                03 BVDA-CHAVE.
                   05 BVDA-NUM-NOTA PIC 9(08).
                   05 BVDA-ITEM     PIC 9(03).
                03 FILLER         PIC X(63).
      *
       FD ARQVEI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVEI.DAT".
       01 REGVEI.
                03 BVEI-PLACA     PIC X(07).
                03 FILLER         PIC X(53).
      *
       FD ARQVKT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVKT.DAT".
       01 REGVKT.
                03 BVKT-CHAVE     PIC X(11).
                03 FILLER         PIC X(29).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-IDX         PIC X(02) VALUE "00".
       77 ST-JRN         PIC X(02) VALUE "00".
       77 ST-AUD         PIC X(02) VALUE "00".
       77 W-SUP-COD      PIC X(08) VALUE SPACES.
       77 W-SUP-SENHA    PIC X(08) VALUE SPACES.
       77 W-SUP-NOME     PIC X(20) VALUE SPACES.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-GERACAO      PIC 9(08) VALUE ZEROS.
       77 W-ARQ-SEL      PIC X(10) VALUE SPACES.
       77 W-DATA-INI     PIC 9(08) VALUE ZEROS.
       77 W-HORA-INI     PIC 9(06) VALUE ZEROS.
       77 W-HORA-INI8    PIC 9(08) VALUE ZEROS.
       77 W-SEQ          PIC 9(08) VALUE ZEROS.
       77 W-SEQ-MARCA    PIC 9(08) VALUE ZEROS.
       77 W-MARCA-DATA   PIC 9(08) VALUE ZEROS.
       77 W-MARCA-HORA   PIC 9(08) VALUE ZEROS.
       77 W-LIDOS        PIC 9(08) VALUE ZEROS.
       77 W-APLICADOS    PIC 9(08) VALUE ZEROS.
       77 W-JA-APLIC     PIC 9(08) VALUE ZEROS.
       77 W-CONFLITOS    PIC 9(08) VALUE ZEROS.
       77 W-ERROS        PIC 9(08) VALUE ZEROS.
       77 W-IGNORADOS    PIC 9(08) VALUE ZEROS.
       77 W-TAM          PIC 9(03) VALUE ZEROS.
       77 W-TAM-CHV      PIC 9(03) VALUE ZEROS.
       77 W-EXISTE       PIC 9(01) VALUE ZEROS.
       77 W-ACAO         PIC X(01) VALUE SPACES.
       77 W-CONFLITO     PIC 9(01) VALUE ZEROS.
       77 W-MOTIVO       PIC X(24) VALUE SPACES.
       77 W-CHAVE        PIC X(20) VALUE SPACES.
       77 W-AB-ACD        PIC 9(01) VALUE ZEROS.
       77 W-AB-ALQ        PIC 9(01) VALUE ZEROS.
       77 W-AB-APU        PIC 9(01) VALUE ZEROS.
       77 W-AB-BCO        PIC 9(01) VALUE ZEROS.
       77 W-AB-BXA        PIC 9(01) VALUE ZEROS.
       77 W-AB-CAT        PIC 9(01) VALUE ZEROS.
       77 W-AB-CCU        PIC 9(01) VALUE ZEROS.
       77 W-AB-CEP        PIC 9(01) VALUE ZEROS.
       77 W-AB-CHQ        PIC 9(01) VALUE ZEROS.
       77 W-AB-CLI        PIC 9(01) VALUE ZEROS.
       77 W-AB-CLX        PIC 9(01) VALUE ZEROS.
       77 W-AB-CMP        PIC 9(01) VALUE ZEROS.
       77 W-AB-CMI        PIC 9(01) VALUE ZEROS.
       77 W-AB-COB        PIC 9(01) VALUE ZEROS.
       77 W-AB-COT        PIC 9(01) VALUE ZEROS.
       77 W-AB-CTF        PIC 9(01) VALUE ZEROS.
       77 W-AB-CTI        PIC 9(01) VALUE ZEROS.
       77 W-AB-CPX        PIC 9(01) VALUE ZEROS.
       77 W-AB-CPG        PIC 9(01) VALUE ZEROS.
       77 W-AB-CRX        PIC 9(01) VALUE ZEROS.
       77 W-AB-CRD        PIC 9(01) VALUE ZEROS.
       77 W-AB-CDM        PIC 9(01) VALUE ZEROS.
       77 W-AB-CSG        PIC 9(01) VALUE ZEROS.
       77 W-AB-CSI        PIC 9(01) VALUE ZEROS.
       77 W-AB-CTA        PIC 9(01) VALUE ZEROS.
       77 W-AB-CUS        PIC 9(01) VALUE ZEROS.
       77 W-AB-CXS        PIC 9(01) VALUE ZEROS.
       77 W-AB-DEV        PIC 9(01) VALUE ZEROS.
       77 W-AB-DSP        PIC 9(01) VALUE ZEROS.
       77 W-AB-EMI        PIC 9(01) VALUE ZEROS.
       77 W-AB-ENC        PIC 9(01) VALUE ZEROS.
       77 W-AB-END        PIC 9(01) VALUE ZEROS.
       77 W-AB-ENT        PIC 9(01) VALUE ZEROS.
       77 W-AB-EST        PIC 9(01) VALUE ZEROS.
       77 W-AB-ESV        PIC 9(01) VALUE ZEROS.
       77 W-AB-EXB        PIC 9(01) VALUE ZEROS.
       77 W-AB-FBC        PIC 9(01) VALUE ZEROS.
       77 W-AB-FER        PIC 9(01) VALUE ZEROS.
       77 W-AB-FOR        PIC 9(01) VALUE ZEROS.
       77 W-AB-FRN        PIC 9(01) VALUE ZEROS.
       77 W-AB-FRT        PIC 9(01) VALUE ZEROS.
       77 W-AB-GER        PIC 9(01) VALUE ZEROS.
       77 W-AB-HPR        PIC 9(01) VALUE ZEROS.
       77 W-AB-INV        PIC 9(01) VALUE ZEROS.
       77 W-AB-KIT        PIC 9(01) VALUE ZEROS.
       77 W-AB-LCB        PIC 9(01) VALUE ZEROS.
       77 W-AB-LOC        PIC 9(01) VALUE ZEROS.
       77 W-AB-LOT        PIC 9(01) VALUE ZEROS.
       77 W-AB-MET        PIC 9(01) VALUE ZEROS.
       77 W-AB-MOT        PIC 9(01) VALUE ZEROS.
       77 W-AB-MOV        PIC 9(01) VALUE ZEROS.
       77 W-AB-NFC        PIC 9(01) VALUE ZEROS.
       77 W-AB-NFE        PIC 9(01) VALUE ZEROS.
       77 W-AB-NFF        PIC 9(01) VALUE ZEROS.
       77 W-AB-NFL        PIC 9(01) VALUE ZEROS.
       77 W-AB-NFI        PIC 9(01) VALUE ZEROS.
       77 W-AB-NUM        PIC 9(01) VALUE ZEROS.
       77 W-AB-OMK        PIC 9(01) VALUE ZEROS.
       77 W-AB-OPC        PIC 9(01) VALUE ZEROS.
       77 W-AB-OPE        PIC 9(01) VALUE ZEROS.
       77 W-AB-ORC        PIC 9(01) VALUE ZEROS.
       77 W-AB-PRM        PIC 9(01) VALUE ZEROS.
       77 W-AB-PDA        PIC 9(01) VALUE ZEROS.
       77 W-AB-PDV        PIC 9(01) VALUE ZEROS.
       77 W-AB-PVI        PIC 9(01) VALUE ZEROS.
       77 W-AB-PED        PIC 9(01) VALUE ZEROS.
       77 W-AB-PDI        PIC 9(01) VALUE ZEROS.
       77 W-AB-PER        PIC 9(01) VALUE ZEROS.
       77 W-AB-PRO        PIC 9(01) VALUE ZEROS.
       77 W-AB-PRC        PIC 9(01) VALUE ZEROS.
       77 W-AB-PFX        PIC 9(01) VALUE ZEROS.
       77 W-AB-PTS        PIC 9(01) VALUE ZEROS.
       77 W-AB-PTM        PIC 9(01) VALUE ZEROS.
       77 W-AB-RCI        PIC 9(01) VALUE ZEROS.
       77 W-AB-RCT        PIC 9(01) VALUE ZEROS.
       77 W-AB-REC        PIC 9(01) VALUE ZEROS.
       77 W-AB-RPC        PIC 9(01) VALUE ZEROS.
       77 W-AB-ROT        PIC 9(01) VALUE ZEROS.
       77 W-AB-RSV        PIC 9(01) VALUE ZEROS.
       77 W-AB-SER        PIC 9(01) VALUE ZEROS.
       77 W-AB-SLD        PIC 9(01) VALUE ZEROS.
       77 W-AB-SUG        PIC 9(01) VALUE ZEROS.
       77 W-AB-TIP        PIC 9(01) VALUE ZEROS.
       77 W-AB-TRF        PIC 9(01) VALUE ZEROS.
       77 W-AB-TRI        PIC 9(01) VALUE ZEROS.
       77 W-AB-UFX        PIC 9(01) VALUE ZEROS.
       77 W-AB-UNI        PIC 9(01) VALUE ZEROS.
       77 W-AB-VDA        PIC 9(01) VALUE ZEROS.
       77 W-AB-VEI        PIC 9(01) VALUE ZEROS.
       77 W-AB-VKT        PIC 9(01) VALUE ZEROS.
       77 W-IDX-ARQ      PIC 9(03) VALUE ZEROS.
       01 W-ATUAL        PIC X(330) VALUE SPACES.
       01 W-TAB-ARQ.
                03 W-TAB-ITEM     OCCURS 120 TIMES.
                   05 W-TAB-NOME     PIC X(10).
                   05 W-TAB-APLIC    PIC 9(06).
                   05 W-TAB-JA       PIC 9(06).
                   05 W-TAB-CONF     PIC 9(06).
                   05 W-TAB-ERRO     PIC 9(06).
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
                03 SPL-PROGRAMA   PIC X(08).
                03 SPL-LINHA      PIC X(80).
                03 SPL-OPER       PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY
                   "*** RECJRN - RECUPERACAO PELO DIARIO ***".
      *
      ***** LIBERACAO DO SUPERVISOR (PERM-ADM) *****
      *
       PEDIR-SUP.
                DISPLAY "SUPERVISOR (CODIGO)                       : "
                        WITH NO ADVANCING
                ACCEPT W-SUP-COD
                IF W-SUP-COD = SPACES
                   DISPLAY "*** OPERACAO CANCELADA ***"
                   GO TO ROT-FIM3.
                DISPLAY "SENHA                                     : "
                        WITH NO ADVANCING
                ACCEPT W-SUP-SENHA WITH NO ECHO.
       ABRIR-OPE.
                OPEN INPUT ARQOPE
                IF ST-IDX NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQ OPERADOR: "
                           ST-IDX
                   GO TO ROT-FIM3.
                MOVE W-SUP-COD TO OPE-COD
                READ ARQOPE
                IF ST-IDX NOT = "00" OR OPE-SIT = "E"
                   OR OPE-SENHA NOT = W-SUP-SENHA
                   OR OPE-PERM-ADM NOT = "S"
                   DISPLAY "*** LIBERACAO RECUSADA ***"
                   CLOSE ARQOPE
                   GO TO ROT-FIM3.
                MOVE OPE-NOME TO W-SUP-NOME
                CLOSE ARQOPE
                MOVE "00" TO ST-IDX.
      *
      ***** PARAMETROS DA REAPLICACAO *****
      *
       PEDIR-GERACAO.
                DISPLAY "GERACAO RESTAURADA (AAAAMMDD, 0 = SAIR)   : "
                        WITH NO ADVANCING
                ACCEPT W-GERACAO
                IF W-GERACAO = ZEROS
                   GO TO ROT-FIM3.
       PEDIR-ARQUIVO.
                DISPLAY "ARQUIVO (EX.: ARQPRO - BRANCO = TODOS)    : "
                        WITH NO ADVANCING
                ACCEPT W-ARQ-SEL
                IF W-ARQ-SEL NOT = SPACES
                   AND W-ARQ-SEL (1:3) NOT = "ARQ"
                   DISPLAY "*** INFORME O NOME DO ARQUIVO SEM .DAT ***"
                   GO TO PEDIR-ARQUIVO.
      *
      ***************************************
      * LOCALIZA A ULTIMA MARCA DA GERACAO   *
      * GRAVADA PELO BKPARQ NO DIARIO        *
      ***************************************
      *
       LOCALIZAR-MARCA.
                OPEN INPUT ARQJRN
                IF ST-JRN NOT = "00"
                   DISPLAY "*** DIARIO ARQJRN NAO ENCONTRADO: "
                           ST-JRN " ***"
                   GO TO ROT-FIM3.
                MOVE ZEROS TO W-SEQ W-SEQ-MARCA.
       LOCALIZAR-MARCA-LOOP.
                READ ARQJRN
                   AT END GO TO LOCALIZAR-MARCA-FIM.
                ADD 1 TO W-SEQ
                IF DRV-OPERACAO = "B" AND DRV-DEPOIS (1:8) = W-GERACAO
                   MOVE W-SEQ    TO W-SEQ-MARCA
                   MOVE DRV-DATA TO W-MARCA-DATA
                   MOVE DRV-HORA TO W-MARCA-HORA.
                GO TO LOCALIZAR-MARCA-LOOP.
       LOCALIZAR-MARCA-FIM.
                CLOSE ARQJRN
                IF W-SEQ-MARCA NOT = ZEROS
                   DISPLAY "MARCA DA GERACAO NO DIARIO EM " W-MARCA-DATA
                           " AS " W-MARCA-HORA (1:6)
                   GO TO CONFIRMAR.
                DISPLAY "*** GERACAO SEM MARCA NO DIARIO ***".
       PEDIR-INICIO.
                DISPLAY "REAPLICAR A PARTIR DE (DATA AAAAMMDD)     : "
                        WITH NO ADVANCING
                ACCEPT W-DATA-INI
                IF W-DATA-INI = ZEROS
                   GO TO ROT-FIM3.
                DISPLAY "                      (HORA HHMMSS)       : "
                        WITH NO ADVANCING
                ACCEPT W-HORA-INI
                COMPUTE W-HORA-INI8 = W-HORA-INI * 100.
       CONFIRMAR.
                DISPLAY "CONFIRMA A REAPLICACAO DO DIARIO (S/N)    : "
                        WITH NO ADVANCING
                ACCEPT W-OPCAO
                IF W-OPCAO = "s"
                   MOVE "S" TO W-OPCAO.
                IF W-OPCAO NOT = "S"
                   DISPLAY "*** REAPLICACAO CANCELADA ***"
                   GO TO ROT-FIM3.
      *
       INICIO-SPOOL.
                MOVE "RECJRN" TO SPL-PROGRAMA
                MOVE W-SUP-NOME TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RECJRN - REAPLICACAO DO DIARIO - GERACAO "
                       W-GERACAO " ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                IF W-SEQ-MARCA NOT = ZEROS
                   STRING "    A PARTIR DA MARCA DE " W-MARCA-DATA
                          " " W-MARCA-HORA (1:6)
                          DELIMITED BY SIZE INTO SPL-LINHA
                ELSE
                   STRING "    A PARTIR DE " W-DATA-INI " " W-HORA-INI
                          " (GERACAO SEM MARCA)"
                          DELIMITED BY SIZE INTO SPL-LINHA.
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                IF W-ARQ-SEL = SPACES
                   MOVE "    ARQUIVOS: TODOS" TO SPL-LINHA
                ELSE
                   STRING "    ARQUIVO : " W-ARQ-SEL
                          DELIMITED BY SIZE INTO SPL-LINHA.
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
      ***************************************
      * LEITURA DO DIARIO E REAPLICACAO DE   *
      * CADA ATUALIZACAO POSTERIOR A MARCA   *
      ***************************************
      *
       REAPLICAR.
                INITIALIZE W-TAB-ARQ
                OPEN INPUT ARQJRN
                IF ST-JRN NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQJRN: "
                          ST-JRN
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO ROT-FIM2.
                MOVE ZEROS TO W-SEQ.
       REAPLICAR-LOOP.
                READ ARQJRN
                   AT END GO TO REAPLICAR-FIM.
                ADD 1 TO W-SEQ
                IF W-SEQ-MARCA NOT = ZEROS
                   IF W-SEQ NOT > W-SEQ-MARCA
                      GO TO REAPLICAR-LOOP.
                IF W-SEQ-MARCA = ZEROS
                   IF DRV-DATA < W-DATA-INI
                      OR (DRV-DATA = W-DATA-INI
                          AND DRV-HORA < W-HORA-INI8)
                      GO TO REAPLICAR-LOOP.
                IF DRV-OPERACAO NOT = "I" AND NOT = "A" AND NOT = "E"
                                AND NOT = "L"
                   GO TO REAPLICAR-LOOP.
                IF W-ARQ-SEL NOT = SPACES
                   AND DRV-ARQUIVO NOT = W-ARQ-SEL
                   GO TO REAPLICAR-LOOP.
                ADD 1 TO W-LIDOS
                EVALUATE DRV-ARQUIVO
                   WHEN "ARQACD"
                      PERFORM APL-ACD THRU APL-ACD-FIM
                   WHEN "ARQALIQ"
                      PERFORM APL-ALQ THRU APL-ALQ-FIM
                   WHEN "ARQAPU"
                      PERFORM APL-APU THRU APL-APU-FIM
                   WHEN "ARQBCO"
                      PERFORM APL-BCO THRU APL-BCO-FIM
                   WHEN "ARQBXA"
                      PERFORM APL-BXA THRU APL-BXA-FIM
                   WHEN "ARQCAT"
                      PERFORM APL-CAT THRU APL-CAT-FIM
                   WHEN "ARQCCU"
                      PERFORM APL-CCU THRU APL-CCU-FIM
                   WHEN "ARQCEP"
                      PERFORM APL-CEP THRU APL-CEP-FIM
                   WHEN "ARQCHQ"
                      PERFORM APL-CHQ THRU APL-CHQ-FIM
                   WHEN "ARQCLI"
                      PERFORM APL-CLI THRU APL-CLI-FIM
                   WHEN "ARQCLIX"
                      PERFORM APL-CLX THRU APL-CLX-FIM
                   WHEN "ARQCMP"
                      PERFORM APL-CMP THRU APL-CMP-FIM
                   WHEN "ARQCMPI"
                      PERFORM APL-CMI THRU APL-CMI-FIM
                   WHEN "ARQCOB"
                      PERFORM APL-COB THRU APL-COB-FIM
                   WHEN "ARQCOT"
                      PERFORM APL-COT THRU APL-COT-FIM
                   WHEN "ARQCOTF"
                      PERFORM APL-CTF THRU APL-CTF-FIM
                   WHEN "ARQCOTI"
                      PERFORM APL-CTI THRU APL-CTI-FIM
                   WHEN "ARQCP"
                      PERFORM APL-CPX THRU APL-CPX-FIM
                   WHEN "ARQCPG"
                      PERFORM APL-CPG THRU APL-CPG-FIM
                   WHEN "ARQCR"
                      PERFORM APL-CRX THRU APL-CRX-FIM
                   WHEN "ARQCRD"
                      PERFORM APL-CRD THRU APL-CRD-FIM
                   WHEN "ARQCRDM"
                      PERFORM APL-CDM THRU APL-CDM-FIM
                   WHEN "ARQCSG"
                      PERFORM APL-CSG THRU APL-CSG-FIM
                   WHEN "ARQCSI"
                      PERFORM APL-CSI THRU APL-CSI-FIM
                   WHEN "ARQCTA"
                      PERFORM APL-CTA THRU APL-CTA-FIM
                   WHEN "ARQCUS"
                      PERFORM APL-CUS THRU APL-CUS-FIM
                   WHEN "ARQCXS"
                      PERFORM APL-CXS THRU APL-CXS-FIM
                   WHEN "ARQDEV"
                      PERFORM APL-DEV THRU APL-DEV-FIM
                   WHEN "ARQDSP"
                      PERFORM APL-DSP THRU APL-DSP-FIM
                   WHEN "ARQEMI"
                      PERFORM APL-EMI THRU APL-EMI-FIM
                   WHEN "ARQENC"
                      PERFORM APL-ENC THRU APL-ENC-FIM
                   WHEN "ARQEND"
                      PERFORM APL-END THRU APL-END-FIM
                   WHEN "ARQENT"
                      PERFORM APL-ENT THRU APL-ENT-FIM
                   WHEN "ARQEST"
                      PERFORM APL-EST THRU APL-EST-FIM
                   WHEN "ARQESTV"
                      PERFORM APL-ESV THRU APL-ESV-FIM
                   WHEN "ARQEXB"
                      PERFORM APL-EXB THRU APL-EXB-FIM
                   WHEN "ARQFBC"
                      PERFORM APL-FBC THRU APL-FBC-FIM
                   WHEN "ARQFER"
                      PERFORM APL-FER THRU APL-FER-FIM
                   WHEN "ARQFOR"
                      PERFORM APL-FOR THRU APL-FOR-FIM
                   WHEN "ARQFRN"
                      PERFORM APL-FRN THRU APL-FRN-FIM
                   WHEN "ARQFRT"
                      PERFORM APL-FRT THRU APL-FRT-FIM
                   WHEN "ARQGER"
                      PERFORM APL-GER THRU APL-GER-FIM
                   WHEN "ARQHPR"
                      PERFORM APL-HPR THRU APL-HPR-FIM
                   WHEN "ARQINV"
                      PERFORM APL-INV THRU APL-INV-FIM
                   WHEN "ARQKIT"
                      PERFORM APL-KIT THRU APL-KIT-FIM
                   WHEN "ARQLCB"
                      PERFORM APL-LCB THRU APL-LCB-FIM
                   WHEN "ARQLOC"
                      PERFORM APL-LOC THRU APL-LOC-FIM
                   WHEN "ARQLOTE"
                      PERFORM APL-LOT THRU APL-LOT-FIM
                   WHEN "ARQMETA"
                      PERFORM APL-MET THRU APL-MET-FIM
                   WHEN "ARQMOT"
                      PERFORM APL-MOT THRU APL-MOT-FIM
                   WHEN "ARQMOV"
                      PERFORM APL-MOV THRU APL-MOV-FIM
                   WHEN "ARQNFC"
                      PERFORM APL-NFC THRU APL-NFC-FIM
                   WHEN "ARQNFE"
                      PERFORM APL-NFE THRU APL-NFE-FIM
                   WHEN "ARQNFF"
                      PERFORM APL-NFF THRU APL-NFF-FIM
                   WHEN "ARQNFFI"
                      PERFORM APL-NFL THRU APL-NFL-FIM
                   WHEN "ARQNFI"
                      PERFORM APL-NFI THRU APL-NFI-FIM
                   WHEN "ARQNUM"
                      PERFORM APL-NUM THRU APL-NUM-FIM
                   WHEN "ARQOMK"
                      PERFORM APL-OMK THRU APL-OMK-FIM
                   WHEN "ARQOPC"
                      PERFORM APL-OPC THRU APL-OPC-FIM
                   WHEN "ARQOPE"
                      PERFORM APL-OPE THRU APL-OPE-FIM
                   WHEN "ARQORC"
                      PERFORM APL-ORC THRU APL-ORC-FIM
                   WHEN "ARQPARAM"
                      PERFORM APL-PRM THRU APL-PRM-FIM
                   WHEN "ARQPDA"
                      PERFORM APL-PDA THRU APL-PDA-FIM
                   WHEN "ARQPDV"
                      PERFORM APL-PDV THRU APL-PDV-FIM
                   WHEN "ARQPDVI"
                      PERFORM APL-PVI THRU APL-PVI-FIM
                   WHEN "ARQPED"
                      PERFORM APL-PED THRU APL-PED-FIM
                   WHEN "ARQPEDI"
                      PERFORM APL-PDI THRU APL-PDI-FIM
                   WHEN "ARQPER"
                      PERFORM APL-PER THRU APL-PER-FIM
                   WHEN "ARQPRO"
                      PERFORM APL-PRO THRU APL-PRO-FIM
                   WHEN "ARQPROC"
                      PERFORM APL-PRC THRU APL-PRC-FIM
                   WHEN "ARQPROFOR"
                      PERFORM APL-PFX THRU APL-PFX-FIM
                   WHEN "ARQPTS"
                      PERFORM APL-PTS THRU APL-PTS-FIM
                   WHEN "ARQPTSM"
                      PERFORM APL-PTM THRU APL-PTM-FIM
                   WHEN "ARQRCI"
                      PERFORM APL-RCI THRU APL-RCI-FIM
                   WHEN "ARQRCT"
                      PERFORM APL-RCT THRU APL-RCT-FIM
                   WHEN "ARQREC"
                      PERFORM APL-REC THRU APL-REC-FIM
                   WHEN "ARQRPC"
                      PERFORM APL-RPC THRU APL-RPC-FIM
                   WHEN "ARQRROT"
                      PERFORM APL-ROT THRU APL-ROT-FIM
                   WHEN "ARQRSV"
                      PERFORM APL-RSV THRU APL-RSV-FIM
                   WHEN "ARQSER"
                      PERFORM APL-SER THRU APL-SER-FIM
                   WHEN "ARQSLD"
                      PERFORM APL-SLD THRU APL-SLD-FIM
                   WHEN "ARQSUG"
                      PERFORM APL-SUG THRU APL-SUG-FIM
                   WHEN "ARQTIPO"
                      PERFORM APL-TIP THRU APL-TIP-FIM
                   WHEN "ARQTRF"
                      PERFORM APL-TRF THRU APL-TRF-FIM
                   WHEN "ARQTRFI"
                      PERFORM APL-TRI THRU APL-TRI-FIM
                   WHEN "ARQUF"
                      PERFORM APL-UFX THRU APL-UFX-FIM
                   WHEN "ARQUNID"
                      PERFORM APL-UNI THRU APL-UNI-FIM
                   WHEN "ARQVDA"
                      PERFORM APL-VDA THRU APL-VDA-FIM
                   WHEN "ARQVEI"
                      PERFORM APL-VEI THRU APL-VEI-FIM
                   WHEN "ARQVKT"
                      PERFORM APL-VKT THRU APL-VKT-FIM
                   WHEN OTHER
                      ADD 1 TO W-IGNORADOS
                END-EVALUATE
                GO TO REAPLICAR-LOOP.
       REAPLICAR-FIM.
                CLOSE ARQJRN
                PERFORM FECHAR-ARQUIVOS THRU FECHAR-ARQUIVOS-FIM
                PERFORM IMPRIMIR-TOTAIS THRU IMPRIMIR-TOTAIS-FIM
                PERFORM AUDITAR THRU AUDITAR-FIM
                GO TO ROT-FIM2.
      *
      ***************************************
      * DECISAO SOBRE UMA ATUALIZACAO, PELA  *
      * COMPARACAO DO REGISTRO ATUAL COM AS  *
      * IMAGENS ANTERIOR E POSTERIOR:        *
      *   W-ACAO G = INCLUIR  R = REGRAVAR   *
      *          X = EXCLUIR  BRANCO = NADA  *
      ***************************************
      *
       DECIDIR.
                MOVE SPACES TO W-ACAO W-MOTIVO
                MOVE 0 TO W-CONFLITO
                IF DRV-OPERACAO = "E"
                   GO TO DECIDIR-EXC.
                IF W-EXISTE = 1
                   AND W-ATUAL (1:W-TAM) = DRV-DEPOIS (1:W-TAM)
                   ADD 1 TO W-JA-APLIC W-TAB-JA (W-IDX-ARQ)
                   GO TO DECIDIR-FIM.
                IF DRV-OPERACAO = "A"
                   GO TO DECIDIR-ALT.
                IF W-EXISTE = 0
                   MOVE "G" TO W-ACAO
                   GO TO DECIDIR-FIM.
                MOVE "R" TO W-ACAO
                MOVE 1 TO W-CONFLITO
                MOVE "INCLUSAO JA EXISTENTE" TO W-MOTIVO
                GO TO DECIDIR-FIM.
       DECIDIR-ALT.
                IF W-EXISTE = 0
                   MOVE "G" TO W-ACAO
                   MOVE 1 TO W-CONFLITO
                   MOVE "ALTERACAO SEM REGISTRO" TO W-MOTIVO
                   GO TO DECIDIR-FIM.
                MOVE "R" TO W-ACAO
                IF DRV-ANTES (1:W-TAM) NOT = SPACES
                   AND W-ATUAL (1:W-TAM) NOT = DRV-ANTES (1:W-TAM)
                   MOVE 1 TO W-CONFLITO
                   MOVE "ANTERIOR NAO CONFERE" TO W-MOTIVO.
                GO TO DECIDIR-FIM.
       DECIDIR-EXC.
                IF W-EXISTE = 0
                   ADD 1 TO W-JA-APLIC W-TAB-JA (W-IDX-ARQ)
                   GO TO DECIDIR-FIM.
                MOVE "X" TO W-ACAO
                IF W-ATUAL (1:W-TAM) NOT = DRV-ANTES (1:W-TAM)
                   MOVE 1 TO W-CONFLITO
                   MOVE "EXCLUSAO DE OUTRO CONTEUDO" TO W-MOTIVO.
       DECIDIR-FIM.
                EXIT.
      *
      ***************************************
      * RESULTADO DA GRAVACAO: CONTA A       *
      * ATUALIZACAO E LISTA CONFLITOS E      *
      * ERROS                                *
      ***************************************
      *
       VERIFICAR-APL.
                IF W-ACAO = SPACES
                   GO TO VERIFICAR-APL-FIM.
                IF ST-IDX NOT = "00" AND NOT = "02"
                   ADD 1 TO W-ERROS W-TAB-ERRO (W-IDX-ARQ)
                   MOVE SPACES TO W-MOTIVO
                   STRING "ERRO NA GRAVACAO: " ST-IDX
                          DELIMITED BY SIZE INTO W-MOTIVO
                   MOVE "00" TO ST-IDX
                   PERFORM LISTAR-CASO THRU LISTAR-CASO-FIM
                   GO TO VERIFICAR-APL-FIM.
                MOVE "00" TO ST-IDX
                IF W-CONFLITO = 1
                   ADD 1 TO W-CONFLITOS W-TAB-CONF (W-IDX-ARQ)
                   PERFORM LISTAR-CASO THRU LISTAR-CASO-FIM
                ELSE
                   ADD 1 TO W-APLICADOS W-TAB-APLIC (W-IDX-ARQ).
       VERIFICAR-APL-FIM.
                EXIT.
      *
       LISTAR-CASO.
                MOVE SPACES TO W-CHAVE
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:W-TAM-CHV) TO W-CHAVE
                ELSE
                   MOVE DRV-DEPOIS (1:W-TAM-CHV) TO W-CHAVE.
                MOVE SPACES TO SPL-LINHA
                STRING DRV-ARQUIVO " " DRV-OPERACAO " " DRV-DATA " "
                       DRV-HORA (1:6) " " W-CHAVE " " W-MOTIVO
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       LISTAR-CASO-FIM.
                EXIT.
      *
       ERRO-ABERTURA.
                ADD 1 TO W-IGNORADOS
                MOVE SPACES TO SPL-LINHA
                STRING DRV-ARQUIVO " NAO PODE SER ABERTO: " ST-IDX
                       " - ATUALIZACOES IGNORADAS"
                       DELIMITED BY SIZE INTO SPL-LINHA
                MOVE "00" TO ST-IDX
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       ERRO-ABERTURA-FIM.
                EXIT.
      *
       IMPRIMIR-TOTAIS.
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE "ARQUIVO      REAPLIC.  JA PRES.  CONFLIT.  ERROS"
                  TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE ZEROS TO W-IDX-ARQ.
       IMPRIMIR-ARQ.
                ADD 1 TO W-IDX-ARQ
                IF W-IDX-ARQ > 120
                   GO TO IMPRIMIR-GERAL.
                IF W-TAB-NOME (W-IDX-ARQ) = SPACES
                   GO TO IMPRIMIR-ARQ.
                MOVE SPACES TO SPL-LINHA
                STRING W-TAB-NOME (W-IDX-ARQ) "    "
                       W-TAB-APLIC (W-IDX-ARQ) "    "
                       W-TAB-JA (W-IDX-ARQ) "    "
                       W-TAB-CONF (W-IDX-ARQ) "    "
                       W-TAB-ERRO (W-IDX-ARQ)
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO IMPRIMIR-ARQ.
       IMPRIMIR-GERAL.
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "ATUALIZACOES LIDAS DO DIARIO   : " W-LIDOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "REAPLICADAS                    : " W-APLICADOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "JA PRESENTES NOS ARQUIVOS      : " W-JA-APLIC
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "CONFLITOS (IMAGEM DO DIARIO)   : " W-CONFLITOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "ERROS DE GRAVACAO              : " W-ERROS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "IGNORADAS (ARQUIVO INDISPONIV.): " W-IGNORADOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       IMPRIMIR-TOTAIS-FIM.
                EXIT.
      *
      ***************************************
      * TRILHA DE AUDITORIA DA REAPLICACAO   *
      ***************************************
      *
       AUDITAR.
                OPEN I-O ARQAUD
                IF ST-AUD = "30" OR ST-AUD = "35"
                   OPEN OUTPUT ARQAUD
                   CLOSE ARQAUD
                   OPEN I-O ARQAUD.
                IF ST-AUD NOT = "00"
                   MOVE "00" TO ST-AUD
                   DISPLAY "*** TRILHA AUDITORIA NAO GRAVADA ***"
                   GO TO AUDITAR-FIM.
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                ACCEPT AUD-HORA FROM TIME
                MOVE "ARQJRN"   TO AUD-ARQUIVO
                MOVE "J"        TO AUD-OPERACAO
                MOVE W-GERACAO  TO AUD-CHAVE-REG
                MOVE W-SUP-NOME TO AUD-OPERADOR.
       AUDITAR-WR.
                WRITE REGAUD
                IF ST-AUD = "22"
                   ADD 1 TO AUD-HORA
                   GO TO AUDITAR-WR.
                IF ST-AUD NOT = "00"
                   MOVE "00" TO ST-AUD
                   DISPLAY "*** TRILHA AUDITORIA NAO GRAVADA ***".
                CLOSE ARQAUD.
       AUDITAR-FIM.
                EXIT.
      *
      ***************************************
      * IMPRESSAO DE UMA LINHA DO RELATORIO  *
      * NA TELA E NO SPOOL (SPLDRV)          *
      ***************************************
      *
       GRAVAR-SPOOL.
                DISPLAY SPL-LINHA
                MOVE "L" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
       GRAVAR-SPOOL-FIM.
                EXIT.
      *
      ***************************************
      * FECHAMENTO DOS ARQUIVOS ABERTOS NA   *
      * REAPLICACAO                          *
      ***************************************
      *
       FECHAR-ARQUIVOS.
                IF W-AB-ACD = 1
                   CLOSE ARQACD.
                IF W-AB-ALQ = 1
                   CLOSE ARQALQ.
                IF W-AB-APU = 1
                   CLOSE ARQAPU.
                IF W-AB-BCO = 1
                   CLOSE ARQBCO.
                IF W-AB-BXA = 1
                   CLOSE ARQBXA.
                IF W-AB-CAT = 1
                   CLOSE ARQCAT.
                IF W-AB-CCU = 1
                   CLOSE ARQCCU.
                IF W-AB-CEP = 1
                   CLOSE ARQCEP.
                IF W-AB-CHQ = 1
                   CLOSE ARQCHQ.
                IF W-AB-CLI = 1
                   CLOSE ARQCLI.
                IF W-AB-CLX = 1
                   CLOSE ARQCLX.
                IF W-AB-CMP = 1
                   CLOSE ARQCMP.
                IF W-AB-CMI = 1
                   CLOSE ARQCMI.
                IF W-AB-COB = 1
                   CLOSE ARQCOB.
                IF W-AB-COT = 1
                   CLOSE ARQCOT.
                IF W-AB-CTF = 1
                   CLOSE ARQCTF.
                IF W-AB-CTI = 1
                   CLOSE ARQCTI.
                IF W-AB-CPX = 1
                   CLOSE ARQCPX.
                IF W-AB-CPG = 1
                   CLOSE ARQCPG.
                IF W-AB-CRX = 1
                   CLOSE ARQCRX.
                IF W-AB-CRD = 1
                   CLOSE ARQCRD.
                IF W-AB-CDM = 1
                   CLOSE ARQCDM.
                IF W-AB-CSG = 1
                   CLOSE ARQCSG.
                IF W-AB-CSI = 1
                   CLOSE ARQCSI.
                IF W-AB-CTA = 1
                   CLOSE ARQCTA.
                IF W-AB-CUS = 1
                   CLOSE ARQCUS.
                IF W-AB-CXS = 1
                   CLOSE ARQCXS.
                IF W-AB-DEV = 1
                   CLOSE ARQDEV.
                IF W-AB-DSP = 1
                   CLOSE ARQDSP.
                IF W-AB-EMI = 1
                   CLOSE ARQEMI.
                IF W-AB-ENC = 1
                   CLOSE ARQENC.
                IF W-AB-END = 1
                   CLOSE ARQEND.
                IF W-AB-ENT = 1
                   CLOSE ARQENT.
                IF W-AB-EST = 1
                   CLOSE ARQEST.
                IF W-AB-ESV = 1
                   CLOSE ARQESV.
                IF W-AB-EXB = 1
                   CLOSE ARQEXB.
                IF W-AB-FBC = 1
                   CLOSE ARQFBC.
                IF W-AB-FER = 1
                   CLOSE ARQFER.
                IF W-AB-FOR = 1
                   CLOSE ARQFOR.
                IF W-AB-FRN = 1
                   CLOSE ARQFRN.
                IF W-AB-FRT = 1
                   CLOSE ARQFRT.
                IF W-AB-GER = 1
                   CLOSE ARQGER.
                IF W-AB-HPR = 1
                   CLOSE ARQHPR.
                IF W-AB-INV = 1
                   CLOSE ARQINV.
                IF W-AB-KIT = 1
                   CLOSE ARQKIT.
                IF W-AB-LCB = 1
                   CLOSE ARQLCB.
                IF W-AB-LOC = 1
                   CLOSE ARQLOC.
                IF W-AB-LOT = 1
                   CLOSE ARQLOT.
                IF W-AB-MET = 1
                   CLOSE ARQMET.
                IF W-AB-MOT = 1
                   CLOSE ARQMOT.
                IF W-AB-MOV = 1
                   CLOSE ARQMOV.
                IF W-AB-NFC = 1
                   CLOSE ARQNFC.
                IF W-AB-NFE = 1
                   CLOSE ARQNFE.
                IF W-AB-NFF = 1
                   CLOSE ARQNFF.
                IF W-AB-NFL = 1
                   CLOSE ARQNFL.
                IF W-AB-NFI = 1
                   CLOSE ARQNFI.
                IF W-AB-NUM = 1
                   CLOSE ARQNUM.
                IF W-AB-OMK = 1
                   CLOSE ARQOMK.
                IF W-AB-OPC = 1
                   CLOSE ARQOPC.
                IF W-AB-OPE = 1
                   CLOSE ARQOPE.
                IF W-AB-ORC = 1
                   CLOSE ARQORC.
                IF W-AB-PRM = 1
                   CLOSE ARQPRM.
                IF W-AB-PDA = 1
                   CLOSE ARQPDA.
                IF W-AB-PDV = 1
                   CLOSE ARQPDV.
                IF W-AB-PVI = 1
                   CLOSE ARQPVI.
                IF W-AB-PED = 1
                   CLOSE ARQPED.
                IF W-AB-PDI = 1
                   CLOSE ARQPDI.
                IF W-AB-PER = 1
                   CLOSE ARQPER.
                IF W-AB-PRO = 1
                   CLOSE ARQPRO.
                IF W-AB-PRC = 1
                   CLOSE ARQPRC.
                IF W-AB-PFX = 1
                   CLOSE ARQPFX.
                IF W-AB-PTS = 1
                   CLOSE ARQPTS.
                IF W-AB-PTM = 1
                   CLOSE ARQPTM.
                IF W-AB-RCI = 1
                   CLOSE ARQRCI.
                IF W-AB-RCT = 1
                   CLOSE ARQRCT.
                IF W-AB-REC = 1
                   CLOSE ARQREC.
                IF W-AB-RPC = 1
                   CLOSE ARQRPC.
                IF W-AB-ROT = 1
                   CLOSE ARQROT.
                IF W-AB-RSV = 1
                   CLOSE ARQRSV.
                IF W-AB-SER = 1
                   CLOSE ARQSER.
                IF W-AB-SLD = 1
                   CLOSE ARQSLD.
                IF W-AB-SUG = 1
                   CLOSE ARQSUG.
                IF W-AB-TIP = 1
                   CLOSE ARQTIP.
                IF W-AB-TRF = 1
                   CLOSE ARQTRF.
                IF W-AB-TRI = 1
                   CLOSE ARQTRI.
                IF W-AB-UFX = 1
                   CLOSE ARQUFX.
                IF W-AB-UNI = 1
                   CLOSE ARQUNI.
                IF W-AB-VDA = 1
                   CLOSE ARQVDA.
                IF W-AB-VEI = 1
                   CLOSE ARQVEI.
                IF W-AB-VKT = 1
                   CLOSE ARQVKT.
       FECHAR-ARQUIVOS-FIM.
                EXIT.
      *
      ***************************************
      * REAPLICACAO POR ARQUIVO: ABRE NA     *
      * PRIMEIRA ATUALIZACAO (CRIANDO SE NAO *
      * EXISTIR), LE O REGISTRO ATUAL PELA   *
      * CHAVE E GRAVA A IMAGEM DO DIARIO     *
      ***************************************
      *
       APL-ACD.
                MOVE 34  TO W-TAM
                MOVE 22  TO W-TAM-CHV
                MOVE 1   TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-ACD = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-ACD-FIM.
                IF W-AB-ACD = 1
                   GO TO APL-ACD-2.
                OPEN I-O ARQACD
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQACD
                   CLOSE ARQACD
                   OPEN I-O ARQACD.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-ACD
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-ACD-FIM.
                MOVE 1 TO W-AB-ACD.
       APL-ACD-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:34) TO REGACD
                ELSE
                   MOVE DRV-DEPOIS (1:34) TO REGACD.
                READ ARQACD
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGACD TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQACD RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:34) TO REGACD
                      IF W-ACAO = "G"
                         WRITE REGACD
                      ELSE
                         REWRITE REGACD.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-ACD-FIM.
                EXIT.
      *
       APL-ALQ.
                MOVE 9   TO W-TAM
                MOVE 1   TO W-TAM-CHV
                MOVE 2   TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-ALQ = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-ALQ-FIM.
                IF W-AB-ALQ = 1
                   GO TO APL-ALQ-2.
                OPEN I-O ARQALQ
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQALQ
                   CLOSE ARQALQ
                   OPEN I-O ARQALQ.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-ALQ
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-ALQ-FIM.
                MOVE 1 TO W-AB-ALQ.
       APL-ALQ-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:9) TO REGALQ
                ELSE
                   MOVE DRV-DEPOIS (1:9) TO REGALQ.
                READ ARQALQ
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGALQ TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQALQ RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:9) TO REGALQ
                      IF W-ACAO = "G"
                         WRITE REGALQ
                      ELSE
                         REWRITE REGALQ.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-ALQ-FIM.
                EXIT.
      *
       APL-APU.
                MOVE 182 TO W-TAM
                MOVE 6   TO W-TAM-CHV
                MOVE 3   TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-APU = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-APU-FIM.
                IF W-AB-APU = 1
                   GO TO APL-APU-2.
                OPEN I-O ARQAPU
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQAPU
                   CLOSE ARQAPU
                   OPEN I-O ARQAPU.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-APU
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-APU-FIM.
                MOVE 1 TO W-AB-APU.
       APL-APU-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:182) TO REGAPU
                ELSE
                   MOVE DRV-DEPOIS (1:182) TO REGAPU.
                READ ARQAPU
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGAPU TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQAPU RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:182) TO REGAPU
                      IF W-ACAO = "G"
                         WRITE REGAPU
                      ELSE
                         REWRITE REGAPU.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-APU-FIM.
                EXIT.
      *
       APL-BCO.
                MOVE 95  TO W-TAM
                MOVE 4   TO W-TAM-CHV
                MOVE 4   TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-BCO = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-BCO-FIM.
                IF W-AB-BCO = 1
                   GO TO APL-BCO-2.
                OPEN I-O ARQBCO
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQBCO
                   CLOSE ARQBCO
                   OPEN I-O ARQBCO.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-BCO
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-BCO-FIM.
                MOVE 1 TO W-AB-BCO.
       APL-BCO-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:95) TO REGBCO
                ELSE
                   MOVE DRV-DEPOIS (1:95) TO REGBCO.
                READ ARQBCO
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGBCO TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQBCO RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:95) TO REGBCO
                      IF W-ACAO = "G"
                         WRITE REGBCO
                      ELSE
                         REWRITE REGBCO.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-BCO-FIM.
                EXIT.
      *
       APL-BXA.
                MOVE 62  TO W-TAM
                MOVE 13  TO W-TAM-CHV
                MOVE 5   TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-BXA = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-BXA-FIM.
                IF W-AB-BXA = 1
                   GO TO APL-BXA-2.
                OPEN I-O ARQBXA
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQBXA
                   CLOSE ARQBXA
                   OPEN I-O ARQBXA.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-BXA
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-BXA-FIM.
                MOVE 1 TO W-AB-BXA.
       APL-BXA-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:62) TO REGBXA
                ELSE
                   MOVE DRV-DEPOIS (1:62) TO REGBXA.
                READ ARQBXA
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGBXA TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQBXA RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:62) TO REGBXA
                      IF W-ACAO = "G"
                         WRITE REGBXA
                      ELSE
                         REWRITE REGBXA.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-BXA-FIM.
                EXIT.
      *
       APL-CAT.
                MOVE 44  TO W-TAM
                MOVE 6   TO W-TAM-CHV
                MOVE 6   TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-CAT = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-CAT-FIM.
                IF W-AB-CAT = 1
                   GO TO APL-CAT-2.
                OPEN I-O ARQCAT
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQCAT
                   CLOSE ARQCAT
                   OPEN I-O ARQCAT.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-CAT
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-CAT-FIM.
                MOVE 1 TO W-AB-CAT.
       APL-CAT-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:44) TO REGCAT
                ELSE
                   MOVE DRV-DEPOIS (1:44) TO REGCAT.
                READ ARQCAT
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGCAT TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQCAT RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:44) TO REGCAT
                      IF W-ACAO = "G"
                         WRITE REGCAT
                      ELSE
                         REWRITE REGCAT.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-CAT-FIM.
                EXIT.
      *
       APL-CCU.
                MOVE 36  TO W-TAM
                MOVE 3   TO W-TAM-CHV
                MOVE 7   TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-CCU = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-CCU-FIM.
                IF W-AB-CCU = 1
                   GO TO APL-CCU-2.
                OPEN I-O ARQCCU
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQCCU
                   CLOSE ARQCCU
                   OPEN I-O ARQCCU.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-CCU
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-CCU-FIM.
                MOVE 1 TO W-AB-CCU.
       APL-CCU-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:36) TO REGCCU
                ELSE
                   MOVE DRV-DEPOIS (1:36) TO REGCCU.
                READ ARQCCU
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGCCU TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQCCU RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:36) TO REGCCU
                      IF W-ACAO = "G"
                         WRITE REGCCU
                      ELSE
                         REWRITE REGCCU.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-CCU-FIM.
                EXIT.
      *
       APL-CEP.
                MOVE 89  TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 8   TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-CEP = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-CEP-FIM.
                IF W-AB-CEP = 1
                   GO TO APL-CEP-2.
                OPEN I-O ARQCEP
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQCEP
                   CLOSE ARQCEP
                   OPEN I-O ARQCEP.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-CEP
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-CEP-FIM.
                MOVE 1 TO W-AB-CEP.
       APL-CEP-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:89) TO REGCEP
                ELSE
                   MOVE DRV-DEPOIS (1:89) TO REGCEP.
                READ ARQCEP
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGCEP TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQCEP RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:89) TO REGCEP
                      IF W-ACAO = "G"
                         WRITE REGCEP
                      ELSE
                         REWRITE REGCEP.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-CEP-FIM.
                EXIT.
      *
       APL-CHQ.
                MOVE 59  TO W-TAM
                MOVE 13  TO W-TAM-CHV
                MOVE 9   TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-CHQ = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-CHQ-FIM.
                IF W-AB-CHQ = 1
                   GO TO APL-CHQ-2.
                OPEN I-O ARQCHQ
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQCHQ
                   CLOSE ARQCHQ
                   OPEN I-O ARQCHQ.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-CHQ
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-CHQ-FIM.
                MOVE 1 TO W-AB-CHQ.
       APL-CHQ-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:59) TO REGCHQ
                ELSE
                   MOVE DRV-DEPOIS (1:59) TO REGCHQ.
                READ ARQCHQ
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGCHQ TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQCHQ RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:59) TO REGCHQ
                      IF W-ACAO = "G"
                         WRITE REGCHQ
                      ELSE
                         REWRITE REGCHQ.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-CHQ-FIM.
                EXIT.
      *
       APL-CLI.
                MOVE 270 TO W-TAM
                MOVE 14  TO W-TAM-CHV
                MOVE 10  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-CLI = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-CLI-FIM.
                IF W-AB-CLI = 1
                   GO TO APL-CLI-2.
                OPEN I-O ARQCLI
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQCLI
                   CLOSE ARQCLI
                   OPEN I-O ARQCLI.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-CLI
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-CLI-FIM.
                MOVE 1 TO W-AB-CLI.
       APL-CLI-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:270) TO REGCLI
                ELSE
                   MOVE DRV-DEPOIS (1:270) TO REGCLI.
                READ ARQCLI
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGCLI TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQCLI RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:270) TO REGCLI
                      IF W-ACAO = "G"
                         WRITE REGCLI
                      ELSE
                         REWRITE REGCLI.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-CLI-FIM.
                EXIT.
      *
       APL-CLX.
                MOVE 327 TO W-TAM
                MOVE 14  TO W-TAM-CHV
                MOVE 11  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-CLX = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-CLX-FIM.
                IF W-AB-CLX = 1
                   GO TO APL-CLX-2.
                OPEN I-O ARQCLX
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQCLX
                   CLOSE ARQCLX
                   OPEN I-O ARQCLX.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-CLX
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-CLX-FIM.
                MOVE 1 TO W-AB-CLX.
       APL-CLX-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:327) TO REGCLX
                ELSE
                   MOVE DRV-DEPOIS (1:327) TO REGCLX.
                READ ARQCLX
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGCLX TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQCLX RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:327) TO REGCLX
                      IF W-ACAO = "G"
                         WRITE REGCLX
                      ELSE
                         REWRITE REGCLX.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-CLX-FIM.
                EXIT.
      *
       APL-CMP.
                MOVE 51  TO W-TAM
                MOVE 4   TO W-TAM-CHV
                MOVE 12  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-CMP = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-CMP-FIM.
                IF W-AB-CMP = 1
                   GO TO APL-CMP-2.
                OPEN I-O ARQCMP
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQCMP
                   CLOSE ARQCMP
                   OPEN I-O ARQCMP.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-CMP
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-CMP-FIM.
                MOVE 1 TO W-AB-CMP.
       APL-CMP-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:51) TO REGCMP
                ELSE
                   MOVE DRV-DEPOIS (1:51) TO REGCMP.
                READ ARQCMP
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGCMP TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQCMP RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:51) TO REGCMP
                      IF W-ACAO = "G"
                         WRITE REGCMP
                      ELSE
                         REWRITE REGCMP.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-CMP-FIM.
                EXIT.
      *
       APL-CMI.
                MOVE 25  TO W-TAM
                MOVE 13  TO W-TAM-CHV
                MOVE 13  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-CMI = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-CMI-FIM.
                IF W-AB-CMI = 1
                   GO TO APL-CMI-2.
                OPEN I-O ARQCMI
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQCMI
                   CLOSE ARQCMI
                   OPEN I-O ARQCMI.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-CMI
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-CMI-FIM.
                MOVE 1 TO W-AB-CMI.
       APL-CMI-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:25) TO REGCMI
                ELSE
                   MOVE DRV-DEPOIS (1:25) TO REGCMI.
                READ ARQCMI
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGCMI TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQCMI RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:25) TO REGCMI
                      IF W-ACAO = "G"
                         WRITE REGCMI
                      ELSE
                         REWRITE REGCMI.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-CMI-FIM.
                EXIT.
      *
       APL-COB.
                MOVE 43  TO W-TAM
                MOVE 19  TO W-TAM-CHV
                MOVE 14  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-COB = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-COB-FIM.
                IF W-AB-COB = 1
                   GO TO APL-COB-2.
                OPEN I-O ARQCOB
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQCOB
                   CLOSE ARQCOB
                   OPEN I-O ARQCOB.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-COB
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-COB-FIM.
                MOVE 1 TO W-AB-COB.
       APL-COB-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:43) TO REGCOB
                ELSE
                   MOVE DRV-DEPOIS (1:43) TO REGCOB.
                READ ARQCOB
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGCOB TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQCOB RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:43) TO REGCOB
                      IF W-ACAO = "G"
                         WRITE REGCOB
                      ELSE
                         REWRITE REGCOB.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-COB-FIM.
                EXIT.
      *
       APL-COT.
                MOVE 15  TO W-TAM
                MOVE 6   TO W-TAM-CHV
                MOVE 15  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-COT = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-COT-FIM.
                IF W-AB-COT = 1
                   GO TO APL-COT-2.
                OPEN I-O ARQCOT
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQCOT
                   CLOSE ARQCOT
                   OPEN I-O ARQCOT.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-COT
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-COT-FIM.
                MOVE 1 TO W-AB-COT.
       APL-COT-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:15) TO REGCOT
                ELSE
                   MOVE DRV-DEPOIS (1:15) TO REGCOT.
                READ ARQCOT
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGCOT TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQCOT RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:15) TO REGCOT
                      IF W-ACAO = "G"
                         WRITE REGCOT
                      ELSE
                         REWRITE REGCOT.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-COT-FIM.
                EXIT.
      *
       APL-CTF.
                MOVE 47  TO W-TAM
                MOVE 28  TO W-TAM-CHV
                MOVE 16  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-CTF = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-CTF-FIM.
                IF W-AB-CTF = 1
                   GO TO APL-CTF-2.
                OPEN I-O ARQCTF
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQCTF
                   CLOSE ARQCTF
                   OPEN I-O ARQCTF.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-CTF
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-CTF-FIM.
                MOVE 1 TO W-AB-CTF.
       APL-CTF-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:47) TO REGCTF
                ELSE
                   MOVE DRV-DEPOIS (1:47) TO REGCTF.
                READ ARQCTF
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGCTF TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQCTF RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:47) TO REGCTF
                      IF W-ACAO = "G"
                         WRITE REGCTF
                      ELSE
                         REWRITE REGCTF.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-CTF-FIM.
                EXIT.
      *
       APL-CTI.
                MOVE 20  TO W-TAM
                MOVE 14  TO W-TAM-CHV
                MOVE 17  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-CTI = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-CTI-FIM.
                IF W-AB-CTI = 1
                   GO TO APL-CTI-2.
                OPEN I-O ARQCTI
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQCTI
                   CLOSE ARQCTI
                   OPEN I-O ARQCTI.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-CTI
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-CTI-FIM.
                MOVE 1 TO W-AB-CTI.
       APL-CTI-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:20) TO REGCTI
                ELSE
                   MOVE DRV-DEPOIS (1:20) TO REGCTI.
                READ ARQCTI
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGCTI TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQCTI RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:20) TO REGCTI
                      IF W-ACAO = "G"
                         WRITE REGCTI
                      ELSE
                         REWRITE REGCTI.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-CTI-FIM.
                EXIT.
      *
       APL-CPX.
                MOVE 63  TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 18  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-CPX = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-CPX-FIM.
                IF W-AB-CPX = 1
                   GO TO APL-CPX-2.
                OPEN I-O ARQCPX
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQCPX
                   CLOSE ARQCPX
                   OPEN I-O ARQCPX.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-CPX
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-CPX-FIM.
                MOVE 1 TO W-AB-CPX.
       APL-CPX-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:63) TO REGCPX
                ELSE
                   MOVE DRV-DEPOIS (1:63) TO REGCPX.
                READ ARQCPX
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGCPX TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQCPX RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:63) TO REGCPX
                      IF W-ACAO = "G"
                         WRITE REGCPX
                      ELSE
                         REWRITE REGCPX.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-CPX-FIM.
                EXIT.
      *
       APL-CPG.
                MOVE 40  TO W-TAM
                MOVE 4   TO W-TAM-CHV
                MOVE 19  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-CPG = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-CPG-FIM.
                IF W-AB-CPG = 1
                   GO TO APL-CPG-2.
                OPEN I-O ARQCPG
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQCPG
                   CLOSE ARQCPG
                   OPEN I-O ARQCPG.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-CPG
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-CPG-FIM.
                MOVE 1 TO W-AB-CPG.
       APL-CPG-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:40) TO REGCPG
                ELSE
                   MOVE DRV-DEPOIS (1:40) TO REGCPG.
                READ ARQCPG
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGCPG TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQCPG RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:40) TO REGCPG
                      IF W-ACAO = "G"
                         WRITE REGCPG
                      ELSE
                         REWRITE REGCPG.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-CPG-FIM.
                EXIT.
      *
       APL-CRX.
                MOVE 53  TO W-TAM
                MOVE 10  TO W-TAM-CHV
                MOVE 20  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-CRX = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-CRX-FIM.
                IF W-AB-CRX = 1
                   GO TO APL-CRX-2.
                OPEN I-O ARQCRX
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQCRX
                   CLOSE ARQCRX
                   OPEN I-O ARQCRX.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-CRX
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-CRX-FIM.
                MOVE 1 TO W-AB-CRX.
       APL-CRX-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:53) TO REGCRX
                ELSE
                   MOVE DRV-DEPOIS (1:53) TO REGCRX.
                READ ARQCRX
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGCRX TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQCRX RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:53) TO REGCRX
                      IF W-ACAO = "G"
                         WRITE REGCRX
                      ELSE
                         REWRITE REGCRX.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-CRX-FIM.
                EXIT.
      *
       APL-CRD.
                MOVE 24  TO W-TAM
                MOVE 14  TO W-TAM-CHV
                MOVE 21  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-CRD = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-CRD-FIM.
                IF W-AB-CRD = 1
                   GO TO APL-CRD-2.
                OPEN I-O ARQCRD
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQCRD
                   CLOSE ARQCRD
                   OPEN I-O ARQCRD.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-CRD
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-CRD-FIM.
                MOVE 1 TO W-AB-CRD.
       APL-CRD-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:24) TO REGCRD
                ELSE
                   MOVE DRV-DEPOIS (1:24) TO REGCRD.
                READ ARQCRD
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGCRD TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQCRD RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:24) TO REGCRD
                      IF W-ACAO = "G"
                         WRITE REGCRD
                      ELSE
                         REWRITE REGCRD.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-CRD-FIM.
                EXIT.
      *
       APL-CDM.
                MOVE 52  TO W-TAM
                MOVE 19  TO W-TAM-CHV
                MOVE 22  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-CDM = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-CDM-FIM.
                IF W-AB-CDM = 1
                   GO TO APL-CDM-2.
                OPEN I-O ARQCDM
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQCDM
                   CLOSE ARQCDM
                   OPEN I-O ARQCDM.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-CDM
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-CDM-FIM.
                MOVE 1 TO W-AB-CDM.
       APL-CDM-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:52) TO REGCDM
                ELSE
                   MOVE DRV-DEPOIS (1:52) TO REGCDM.
                READ ARQCDM
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGCDM TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQCDM RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:52) TO REGCDM
                      IF W-ACAO = "G"
                         WRITE REGCDM
                      ELSE
                         REWRITE REGCDM.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-CDM-FIM.
                EXIT.
      *
       APL-CSG.
                MOVE 63  TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 23  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-CSG = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-CSG-FIM.
                IF W-AB-CSG = 1
                   GO TO APL-CSG-2.
                OPEN I-O ARQCSG
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQCSG
                   CLOSE ARQCSG
                   OPEN I-O ARQCSG.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-CSG
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-CSG-FIM.
                MOVE 1 TO W-AB-CSG.
       APL-CSG-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:63) TO REGCSG
                ELSE
                   MOVE DRV-DEPOIS (1:63) TO REGCSG.
                READ ARQCSG
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGCSG TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQCSG RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:63) TO REGCSG
                      IF W-ACAO = "G"
                         WRITE REGCSG
                      ELSE
                         REWRITE REGCSG.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-CSG-FIM.
                EXIT.
      *
       APL-CSI.
                MOVE 42  TO W-TAM
                MOVE 16  TO W-TAM-CHV
                MOVE 24  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-CSI = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-CSI-FIM.
                IF W-AB-CSI = 1
                   GO TO APL-CSI-2.
                OPEN I-O ARQCSI
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQCSI
                   CLOSE ARQCSI
                   OPEN I-O ARQCSI.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-CSI
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-CSI-FIM.
                MOVE 1 TO W-AB-CSI.
       APL-CSI-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:42) TO REGCSI
                ELSE
                   MOVE DRV-DEPOIS (1:42) TO REGCSI.
                READ ARQCSI
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGCSI TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQCSI RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:42) TO REGCSI
                      IF W-ACAO = "G"
                         WRITE REGCSI
                      ELSE
                         REWRITE REGCSI.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-CSI-FIM.
                EXIT.
      *
       APL-CTA.
                MOVE 20  TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 25  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-CTA = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-CTA-FIM.
                IF W-AB-CTA = 1
                   GO TO APL-CTA-2.
                OPEN I-O ARQCTA
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQCTA
                   CLOSE ARQCTA
                   OPEN I-O ARQCTA.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-CTA
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-CTA-FIM.
                MOVE 1 TO W-AB-CTA.
       APL-CTA-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:20) TO REGCTA
                ELSE
                   MOVE DRV-DEPOIS (1:20) TO REGCTA.
                READ ARQCTA
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGCTA TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQCTA RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:20) TO REGCTA
                      IF W-ACAO = "G"
                         WRITE REGCTA
                      ELSE
                         REWRITE REGCTA.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-CTA-FIM.
                EXIT.
      *
       APL-CUS.
                MOVE 32  TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 26  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-CUS = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-CUS-FIM.
                IF W-AB-CUS = 1
                   GO TO APL-CUS-2.
                OPEN I-O ARQCUS
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQCUS
                   CLOSE ARQCUS
                   OPEN I-O ARQCUS.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-CUS
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-CUS-FIM.
                MOVE 1 TO W-AB-CUS.
       APL-CUS-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:32) TO REGCUS
                ELSE
                   MOVE DRV-DEPOIS (1:32) TO REGCUS.
                READ ARQCUS
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGCUS TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQCUS RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:32) TO REGCUS
                      IF W-ACAO = "G"
                         WRITE REGCUS
                      ELSE
                         REWRITE REGCUS.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-CUS-FIM.
                EXIT.
      *
       APL-CXS.
                MOVE 37  TO W-TAM
                MOVE 16  TO W-TAM-CHV
                MOVE 27  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-CXS = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-CXS-FIM.
                IF W-AB-CXS = 1
                   GO TO APL-CXS-2.
                OPEN I-O ARQCXS
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQCXS
                   CLOSE ARQCXS
                   OPEN I-O ARQCXS.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-CXS
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-CXS-FIM.
                MOVE 1 TO W-AB-CXS.
       APL-CXS-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:37) TO REGCXS
                ELSE
                   MOVE DRV-DEPOIS (1:37) TO REGCXS.
                READ ARQCXS
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGCXS TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQCXS RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:37) TO REGCXS
                      IF W-ACAO = "G"
                         WRITE REGCXS
                      ELSE
                         REWRITE REGCXS.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-CXS-FIM.
                EXIT.
      *
       APL-DEV.
                MOVE 45  TO W-TAM
                MOVE 13  TO W-TAM-CHV
                MOVE 28  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-DEV = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-DEV-FIM.
                IF W-AB-DEV = 1
                   GO TO APL-DEV-2.
                OPEN I-O ARQDEV
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQDEV
                   CLOSE ARQDEV
                   OPEN I-O ARQDEV.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-DEV
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-DEV-FIM.
                MOVE 1 TO W-AB-DEV.
       APL-DEV-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:45) TO REGDEV
                ELSE
                   MOVE DRV-DEPOIS (1:45) TO REGDEV.
                READ ARQDEV
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGDEV TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQDEV RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:45) TO REGDEV
                      IF W-ACAO = "G"
                         WRITE REGDEV
                      ELSE
                         REWRITE REGDEV.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-DEV-FIM.
                EXIT.
      *
       APL-DSP.
                MOVE 39  TO W-TAM
                MOVE 3   TO W-TAM-CHV
                MOVE 29  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-DSP = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-DSP-FIM.
                IF W-AB-DSP = 1
                   GO TO APL-DSP-2.
                OPEN I-O ARQDSP
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQDSP
                   CLOSE ARQDSP
                   OPEN I-O ARQDSP.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-DSP
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-DSP-FIM.
                MOVE 1 TO W-AB-DSP.
       APL-DSP-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:39) TO REGDSP
                ELSE
                   MOVE DRV-DEPOIS (1:39) TO REGDSP.
                READ ARQDSP
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGDSP TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQDSP RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:39) TO REGDSP
                      IF W-ACAO = "G"
                         WRITE REGDSP
                      ELSE
                         REWRITE REGDSP.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-DSP-FIM.
                EXIT.
      *
       APL-EMI.
                MOVE 160 TO W-TAM
                MOVE 1   TO W-TAM-CHV
                MOVE 30  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-EMI = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-EMI-FIM.
                IF W-AB-EMI = 1
                   GO TO APL-EMI-2.
                OPEN I-O ARQEMI
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQEMI
                   CLOSE ARQEMI
                   OPEN I-O ARQEMI.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-EMI
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-EMI-FIM.
                MOVE 1 TO W-AB-EMI.
       APL-EMI-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:160) TO REGEMI
                ELSE
                   MOVE DRV-DEPOIS (1:160) TO REGEMI.
                READ ARQEMI
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGEMI TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQEMI RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:160) TO REGEMI
                      IF W-ACAO = "G"
                         WRITE REGEMI
                      ELSE
                         REWRITE REGEMI.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-EMI-FIM.
                EXIT.
      *
       APL-ENC.
                MOVE 73  TO W-TAM
                MOVE 20  TO W-TAM-CHV
                MOVE 31  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-ENC = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-ENC-FIM.
                IF W-AB-ENC = 1
                   GO TO APL-ENC-2.
                OPEN I-O ARQENC
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQENC
                   CLOSE ARQENC
                   OPEN I-O ARQENC.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-ENC
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-ENC-FIM.
                MOVE 1 TO W-AB-ENC.
       APL-ENC-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:73) TO REGENC
                ELSE
                   MOVE DRV-DEPOIS (1:73) TO REGENC.
                READ ARQENC
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGENC TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQENC RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:73) TO REGENC
                      IF W-ACAO = "G"
                         WRITE REGENC
                      ELSE
                         REWRITE REGENC.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-ENC-FIM.
                EXIT.
      *
       APL-END.
                MOVE 175 TO W-TAM
                MOVE 16  TO W-TAM-CHV
                MOVE 32  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-END = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-END-FIM.
                IF W-AB-END = 1
                   GO TO APL-END-2.
                OPEN I-O ARQEND
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQEND
                   CLOSE ARQEND
                   OPEN I-O ARQEND.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-END
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-END-FIM.
                MOVE 1 TO W-AB-END.
       APL-END-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:175) TO REGEND
                ELSE
                   MOVE DRV-DEPOIS (1:175) TO REGEND.
                READ ARQEND
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGEND TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQEND RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:175) TO REGEND
                      IF W-ACAO = "G"
                         WRITE REGEND
                      ELSE
                         REWRITE REGEND.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-END-FIM.
                EXIT.
      *
       APL-ENT.
                MOVE 100 TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 33  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-ENT = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-ENT-FIM.
                IF W-AB-ENT = 1
                   GO TO APL-ENT-2.
                OPEN I-O ARQENT
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQENT
                   CLOSE ARQENT
                   OPEN I-O ARQENT.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-ENT
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-ENT-FIM.
                MOVE 1 TO W-AB-ENT.
       APL-ENT-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:100) TO REGENT
                ELSE
                   MOVE DRV-DEPOIS (1:100) TO REGENT.
                READ ARQENT
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGENT TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQENT RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:100) TO REGENT
                      IF W-ACAO = "G"
                         WRITE REGENT
                      ELSE
                         REWRITE REGENT.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-ENT-FIM.
                EXIT.
      *
       APL-EST.
                MOVE 43  TO W-TAM
                MOVE 14  TO W-TAM-CHV
                MOVE 34  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-EST = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-EST-FIM.
                IF W-AB-EST = 1
                   GO TO APL-EST-2.
                OPEN I-O ARQEST
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQEST
                   CLOSE ARQEST
                   OPEN I-O ARQEST.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-EST
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-EST-FIM.
                MOVE 1 TO W-AB-EST.
       APL-EST-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:43) TO REGEST
                ELSE
                   MOVE DRV-DEPOIS (1:43) TO REGEST.
                READ ARQEST
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGEST TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQEST RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:43) TO REGEST
                      IF W-ACAO = "G"
                         WRITE REGEST
                      ELSE
                         REWRITE REGEST.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-EST-FIM.
                EXIT.
      *
       APL-ESV.
                MOVE 43  TO W-TAM
                MOVE 14  TO W-TAM-CHV
                MOVE 35  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-ESV = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-ESV-FIM.
                IF W-AB-ESV = 1
                   GO TO APL-ESV-2.
                OPEN I-O ARQESV
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQESV
                   CLOSE ARQESV
                   OPEN I-O ARQESV.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-ESV
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-ESV-FIM.
                MOVE 1 TO W-AB-ESV.
       APL-ESV-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:43) TO REGESV
                ELSE
                   MOVE DRV-DEPOIS (1:43) TO REGESV.
                READ ARQESV
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGESV TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQESV RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:43) TO REGESV
                      IF W-ACAO = "G"
                         WRITE REGESV
                      ELSE
                         REWRITE REGESV.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-ESV-FIM.
                EXIT.
      *
       APL-EXB.
                MOVE 96  TO W-TAM
                MOVE 12  TO W-TAM-CHV
                MOVE 36  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-EXB = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-EXB-FIM.
                IF W-AB-EXB = 1
                   GO TO APL-EXB-2.
                OPEN I-O ARQEXB
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQEXB
                   CLOSE ARQEXB
                   OPEN I-O ARQEXB.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-EXB
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-EXB-FIM.
                MOVE 1 TO W-AB-EXB.
       APL-EXB-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:96) TO REGEXB
                ELSE
                   MOVE DRV-DEPOIS (1:96) TO REGEXB.
                READ ARQEXB
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGEXB TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQEXB RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:96) TO REGEXB
                      IF W-ACAO = "G"
                         WRITE REGEXB
                      ELSE
                         REWRITE REGEXB.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-EXB-FIM.
                EXIT.
      *
       APL-FBC.
                MOVE 32  TO W-TAM
                MOVE 14  TO W-TAM-CHV
                MOVE 37  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-FBC = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-FBC-FIM.
                IF W-AB-FBC = 1
                   GO TO APL-FBC-2.
                OPEN I-O ARQFBC
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQFBC
                   CLOSE ARQFBC
                   OPEN I-O ARQFBC.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-FBC
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-FBC-FIM.
                MOVE 1 TO W-AB-FBC.
       APL-FBC-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:32) TO REGFBC
                ELSE
                   MOVE DRV-DEPOIS (1:32) TO REGFBC.
                READ ARQFBC
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGFBC TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQFBC RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:32) TO REGFBC
                      IF W-ACAO = "G"
                         WRITE REGFBC
                      ELSE
                         REWRITE REGFBC.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-FBC-FIM.
                EXIT.
      *
       APL-FER.
                MOVE 38  TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 38  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-FER = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-FER-FIM.
                IF W-AB-FER = 1
                   GO TO APL-FER-2.
                OPEN I-O ARQFER
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQFER
                   CLOSE ARQFER
                   OPEN I-O ARQFER.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-FER
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-FER-FIM.
                MOVE 1 TO W-AB-FER.
       APL-FER-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:38) TO REGFER
                ELSE
                   MOVE DRV-DEPOIS (1:38) TO REGFER.
                READ ARQFER
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGFER TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQFER RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:38) TO REGFER
                      IF W-ACAO = "G"
                         WRITE REGFER
                      ELSE
                         REWRITE REGFER.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-FER-FIM.
                EXIT.
      *
       APL-FOR.
                MOVE 256 TO W-TAM
                MOVE 14  TO W-TAM-CHV
                MOVE 39  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-FOR = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-FOR-FIM.
                IF W-AB-FOR = 1
                   GO TO APL-FOR-2.
                OPEN I-O ARQFOR
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQFOR
                   CLOSE ARQFOR
                   OPEN I-O ARQFOR.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-FOR
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-FOR-FIM.
                MOVE 1 TO W-AB-FOR.
       APL-FOR-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:256) TO REGFOR
                ELSE
                   MOVE DRV-DEPOIS (1:256) TO REGFOR.
                READ ARQFOR
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGFOR TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQFOR RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:256) TO REGFOR
                      IF W-ACAO = "G"
                         WRITE REGFOR
                      ELSE
                         REWRITE REGFOR.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-FOR-FIM.
                EXIT.
      *
       APL-FRN.
                MOVE 59  TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 40  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-FRN = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-FRN-FIM.
                IF W-AB-FRN = 1
                   GO TO APL-FRN-2.
                OPEN I-O ARQFRN
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQFRN
                   CLOSE ARQFRN
                   OPEN I-O ARQFRN.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-FRN
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-FRN-FIM.
                MOVE 1 TO W-AB-FRN.
       APL-FRN-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:59) TO REGFRN
                ELSE
                   MOVE DRV-DEPOIS (1:59) TO REGFRN.
                READ ARQFRN
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGFRN TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQFRN RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:59) TO REGFRN
                      IF W-ACAO = "G"
                         WRITE REGFRN
                      ELSE
                         REWRITE REGFRN.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-FRN-FIM.
                EXIT.
      *
       APL-FRT.
                MOVE 85  TO W-TAM
                MOVE 4   TO W-TAM-CHV
                MOVE 41  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-FRT = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-FRT-FIM.
                IF W-AB-FRT = 1
                   GO TO APL-FRT-2.
                OPEN I-O ARQFRT
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQFRT
                   CLOSE ARQFRT
                   OPEN I-O ARQFRT.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-FRT
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-FRT-FIM.
                MOVE 1 TO W-AB-FRT.
       APL-FRT-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:85) TO REGFRT
                ELSE
                   MOVE DRV-DEPOIS (1:85) TO REGFRT.
                READ ARQFRT
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGFRT TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQFRT RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:85) TO REGFRT
                      IF W-ACAO = "G"
                         WRITE REGFRT
                      ELSE
                         REWRITE REGFRT.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-FRT-FIM.
                EXIT.
      *
       APL-GER.
                MOVE 120 TO W-TAM
                MOVE 11  TO W-TAM-CHV
                MOVE 42  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-GER = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-GER-FIM.
                IF W-AB-GER = 1
                   GO TO APL-GER-2.
                OPEN I-O ARQGER
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQGER
                   CLOSE ARQGER
                   OPEN I-O ARQGER.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-GER
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-GER-FIM.
                MOVE 1 TO W-AB-GER.
       APL-GER-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:120) TO REGGER
                ELSE
                   MOVE DRV-DEPOIS (1:120) TO REGGER.
                READ ARQGER
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGGER TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQGER RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:120) TO REGGER
                      IF W-ACAO = "G"
                         WRITE REGGER
                      ELSE
                         REWRITE REGGER.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-GER-FIM.
                EXIT.
      *
       APL-HPR.
                MOVE 52  TO W-TAM
                MOVE 16  TO W-TAM-CHV
                MOVE 43  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-HPR = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-HPR-FIM.
                IF W-AB-HPR = 1
                   GO TO APL-HPR-2.
                OPEN I-O ARQHPR
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQHPR
                   CLOSE ARQHPR
                   OPEN I-O ARQHPR.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-HPR
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-HPR-FIM.
                MOVE 1 TO W-AB-HPR.
       APL-HPR-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:52) TO REGHPR
                ELSE
                   MOVE DRV-DEPOIS (1:52) TO REGHPR.
                READ ARQHPR
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGHPR TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQHPR RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:52) TO REGHPR
                      IF W-ACAO = "G"
                         WRITE REGHPR
                      ELSE
                         REWRITE REGHPR.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-HPR-FIM.
                EXIT.
      *
       APL-INV.
                MOVE 21  TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 44  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-INV = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-INV-FIM.
                IF W-AB-INV = 1
                   GO TO APL-INV-2.
                OPEN I-O ARQINV
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQINV
                   CLOSE ARQINV
                   OPEN I-O ARQINV.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-INV
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-INV-FIM.
                MOVE 1 TO W-AB-INV.
       APL-INV-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:21) TO REGINV
                ELSE
                   MOVE DRV-DEPOIS (1:21) TO REGINV.
                READ ARQINV
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGINV TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQINV RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:21) TO REGINV
                      IF W-ACAO = "G"
                         WRITE REGINV
                      ELSE
                         REWRITE REGINV.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-INV-FIM.
                EXIT.
      *
       APL-KIT.
                MOVE 20  TO W-TAM
                MOVE 16  TO W-TAM-CHV
                MOVE 45  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-KIT = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-KIT-FIM.
                IF W-AB-KIT = 1
                   GO TO APL-KIT-2.
                OPEN I-O ARQKIT
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQKIT
                   CLOSE ARQKIT
                   OPEN I-O ARQKIT.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-KIT
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-KIT-FIM.
                MOVE 1 TO W-AB-KIT.
       APL-KIT-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:20) TO REGKIT
                ELSE
                   MOVE DRV-DEPOIS (1:20) TO REGKIT.
                READ ARQKIT
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGKIT TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQKIT RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:20) TO REGKIT
                      IF W-ACAO = "G"
                         WRITE REGKIT
                      ELSE
                         REWRITE REGKIT.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-KIT-FIM.
                EXIT.
      *
       APL-LCB.
                MOVE 104 TO W-TAM
                MOVE 12  TO W-TAM-CHV
                MOVE 46  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-LCB = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-LCB-FIM.
                IF W-AB-LCB = 1
                   GO TO APL-LCB-2.
                OPEN I-O ARQLCB
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQLCB
                   CLOSE ARQLCB
                   OPEN I-O ARQLCB.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-LCB
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-LCB-FIM.
                MOVE 1 TO W-AB-LCB.
       APL-LCB-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:104) TO REGLCB
                ELSE
                   MOVE DRV-DEPOIS (1:104) TO REGLCB.
                READ ARQLCB
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGLCB TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQLCB RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:104) TO REGLCB
                      IF W-ACAO = "G"
                         WRITE REGLCB
                      ELSE
                         REWRITE REGLCB.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-LCB-FIM.
                EXIT.
      *
       APL-LOC.
                MOVE 22  TO W-TAM
                MOVE 2   TO W-TAM-CHV
                MOVE 47  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-LOC = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-LOC-FIM.
                IF W-AB-LOC = 1
                   GO TO APL-LOC-2.
                OPEN I-O ARQLOC
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQLOC
                   CLOSE ARQLOC
                   OPEN I-O ARQLOC.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-LOC
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-LOC-FIM.
                MOVE 1 TO W-AB-LOC.
       APL-LOC-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:22) TO REGLOC
                ELSE
                   MOVE DRV-DEPOIS (1:22) TO REGLOC.
                READ ARQLOC
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGLOC TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQLOC RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:22) TO REGLOC
                      IF W-ACAO = "G"
                         WRITE REGLOC
                      ELSE
                         REWRITE REGLOC.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-LOC-FIM.
                EXIT.
      *
       APL-LOT.
                MOVE 32  TO W-TAM
                MOVE 18  TO W-TAM-CHV
                MOVE 48  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-LOT = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-LOT-FIM.
                IF W-AB-LOT = 1
                   GO TO APL-LOT-2.
                OPEN I-O ARQLOT
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQLOT
                   CLOSE ARQLOT
                   OPEN I-O ARQLOT.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-LOT
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-LOT-FIM.
                MOVE 1 TO W-AB-LOT.
       APL-LOT-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:32) TO REGLOT
                ELSE
                   MOVE DRV-DEPOIS (1:32) TO REGLOT.
                READ ARQLOT
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGLOT TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQLOT RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:32) TO REGLOT
                      IF W-ACAO = "G"
                         WRITE REGLOT
                      ELSE
                         REWRITE REGLOT.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-LOT-FIM.
                EXIT.
      *
       APL-MET.
                MOVE 26  TO W-TAM
                MOVE 14  TO W-TAM-CHV
                MOVE 49  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-MET = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-MET-FIM.
                IF W-AB-MET = 1
                   GO TO APL-MET-2.
                OPEN I-O ARQMET
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQMET
                   CLOSE ARQMET
                   OPEN I-O ARQMET.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-MET
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-MET-FIM.
                MOVE 1 TO W-AB-MET.
       APL-MET-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:26) TO REGMET
                ELSE
                   MOVE DRV-DEPOIS (1:26) TO REGMET.
                READ ARQMET
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGMET TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQMET RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:26) TO REGMET
                      IF W-ACAO = "G"
                         WRITE REGMET
                      ELSE
                         REWRITE REGMET.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-MET-FIM.
                EXIT.
      *
       APL-MOT.
                MOVE 35  TO W-TAM
                MOVE 3   TO W-TAM-CHV
                MOVE 50  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-MOT = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-MOT-FIM.
                IF W-AB-MOT = 1
                   GO TO APL-MOT-2.
                OPEN I-O ARQMOT
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQMOT
                   CLOSE ARQMOT
                   OPEN I-O ARQMOT.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-MOT
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-MOT-FIM.
                MOVE 1 TO W-AB-MOT.
       APL-MOT-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:35) TO REGMOT
                ELSE
                   MOVE DRV-DEPOIS (1:35) TO REGMOT.
                READ ARQMOT
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGMOT TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQMOT RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:35) TO REGMOT
                      IF W-ACAO = "G"
                         WRITE REGMOT
                      ELSE
                         REWRITE REGMOT.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-MOT-FIM.
                EXIT.
      *
       APL-MOV.
                MOVE 52  TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 51  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-MOV = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-MOV-FIM.
                IF W-AB-MOV = 1
                   GO TO APL-MOV-2.
                OPEN I-O ARQMOV
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQMOV
                   CLOSE ARQMOV
                   OPEN I-O ARQMOV.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-MOV
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-MOV-FIM.
                MOVE 1 TO W-AB-MOV.
       APL-MOV-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:52) TO REGMOV
                ELSE
                   MOVE DRV-DEPOIS (1:52) TO REGMOV.
                READ ARQMOV
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGMOV TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQMOV RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:52) TO REGMOV
                      IF W-ACAO = "G"
                         WRITE REGMOV
                      ELSE
                         REWRITE REGMOV.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-MOV-FIM.
                EXIT.
      *
       APL-NFC.
                MOVE 78  TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 52  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-NFC = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-NFC-FIM.
                IF W-AB-NFC = 1
                   GO TO APL-NFC-2.
                OPEN I-O ARQNFC
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQNFC
                   CLOSE ARQNFC
                   OPEN I-O ARQNFC.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-NFC
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-NFC-FIM.
                MOVE 1 TO W-AB-NFC.
       APL-NFC-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:78) TO REGNFC
                ELSE
                   MOVE DRV-DEPOIS (1:78) TO REGNFC.
                READ ARQNFC
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGNFC TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQNFC RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:78) TO REGNFC
                      IF W-ACAO = "G"
                         WRITE REGNFC
                      ELSE
                         REWRITE REGNFC.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-NFC-FIM.
                EXIT.
      *
       APL-NFE.
                MOVE 147 TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 53  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-NFE = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-NFE-FIM.
                IF W-AB-NFE = 1
                   GO TO APL-NFE-2.
                OPEN I-O ARQNFE
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQNFE
                   CLOSE ARQNFE
                   OPEN I-O ARQNFE.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-NFE
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-NFE-FIM.
                MOVE 1 TO W-AB-NFE.
       APL-NFE-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:147) TO REGNFE
                ELSE
                   MOVE DRV-DEPOIS (1:147) TO REGNFE.
                READ ARQNFE
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGNFE TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQNFE RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:147) TO REGNFE
                      IF W-ACAO = "G"
                         WRITE REGNFE
                      ELSE
                         REWRITE REGNFE.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-NFE-FIM.
                EXIT.
      *
       APL-NFF.
                MOVE 112 TO W-TAM
                MOVE 23  TO W-TAM-CHV
                MOVE 54  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-NFF = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-NFF-FIM.
                IF W-AB-NFF = 1
                   GO TO APL-NFF-2.
                OPEN I-O ARQNFF
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQNFF
                   CLOSE ARQNFF
                   OPEN I-O ARQNFF.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-NFF
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-NFF-FIM.
                MOVE 1 TO W-AB-NFF.
       APL-NFF-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:112) TO REGNFF
                ELSE
                   MOVE DRV-DEPOIS (1:112) TO REGNFF.
                READ ARQNFF
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGNFF TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQNFF RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:112) TO REGNFF
                      IF W-ACAO = "G"
                         WRITE REGNFF
                      ELSE
                         REWRITE REGNFF.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-NFF-FIM.
                EXIT.
      *
       APL-NFL.
                MOVE 71  TO W-TAM
                MOVE 26  TO W-TAM-CHV
                MOVE 55  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-NFL = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-NFL-FIM.
                IF W-AB-NFL = 1
                   GO TO APL-NFL-2.
                OPEN I-O ARQNFL
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQNFL
                   CLOSE ARQNFL
                   OPEN I-O ARQNFL.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-NFL
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-NFL-FIM.
                MOVE 1 TO W-AB-NFL.
       APL-NFL-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:71) TO REGNFL
                ELSE
                   MOVE DRV-DEPOIS (1:71) TO REGNFL.
                READ ARQNFL
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGNFL TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQNFL RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:71) TO REGNFL
                      IF W-ACAO = "G"
                         WRITE REGNFL
                      ELSE
                         REWRITE REGNFL.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-NFL-FIM.
                EXIT.
      *
       APL-NFI.
                MOVE 50  TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 56  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-NFI = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-NFI-FIM.
                IF W-AB-NFI = 1
                   GO TO APL-NFI-2.
                OPEN I-O ARQNFI
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQNFI
                   CLOSE ARQNFI
                   OPEN I-O ARQNFI.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-NFI
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-NFI-FIM.
                MOVE 1 TO W-AB-NFI.
       APL-NFI-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:50) TO REGNFI
                ELSE
                   MOVE DRV-DEPOIS (1:50) TO REGNFI.
                READ ARQNFI
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGNFI TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQNFI RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:50) TO REGNFI
                      IF W-ACAO = "G"
                         WRITE REGNFI
                      ELSE
                         REWRITE REGNFI.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-NFI-FIM.
                EXIT.
      *
       APL-NUM.
                MOVE 16  TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 57  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-NUM = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-NUM-FIM.
                IF W-AB-NUM = 1
                   GO TO APL-NUM-2.
                OPEN I-O ARQNUM
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQNUM
                   CLOSE ARQNUM
                   OPEN I-O ARQNUM.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-NUM
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-NUM-FIM.
                MOVE 1 TO W-AB-NUM.
       APL-NUM-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:16) TO REGNUM
                ELSE
                   MOVE DRV-DEPOIS (1:16) TO REGNUM.
                READ ARQNUM
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGNUM TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQNUM RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:16) TO REGNUM
                      IF W-ACAO = "G"
                         WRITE REGNUM
                      ELSE
                         REWRITE REGNUM.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-NUM-FIM.
                EXIT.
      *
       APL-OMK.
                MOVE 61  TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 58  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-OMK = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-OMK-FIM.
                IF W-AB-OMK = 1
                   GO TO APL-OMK-2.
                OPEN I-O ARQOMK
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQOMK
                   CLOSE ARQOMK
                   OPEN I-O ARQOMK.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-OMK
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-OMK-FIM.
                MOVE 1 TO W-AB-OMK.
       APL-OMK-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:61) TO REGOMK
                ELSE
                   MOVE DRV-DEPOIS (1:61) TO REGOMK.
                READ ARQOMK
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGOMK TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQOMK RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:61) TO REGOMK
                      IF W-ACAO = "G"
                         WRITE REGOMK
                      ELSE
                         REWRITE REGOMK.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-OMK-FIM.
                EXIT.
      *
       APL-OPC.
                MOVE 32  TO W-TAM
                MOVE 4   TO W-TAM-CHV
                MOVE 59  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-OPC = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-OPC-FIM.
                IF W-AB-OPC = 1
                   GO TO APL-OPC-2.
                OPEN I-O ARQOPC
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQOPC
                   CLOSE ARQOPC
                   OPEN I-O ARQOPC.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-OPC
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-OPC-FIM.
                MOVE 1 TO W-AB-OPC.
       APL-OPC-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:32) TO REGOPC
                ELSE
                   MOVE DRV-DEPOIS (1:32) TO REGOPC.
                READ ARQOPC
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGOPC TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQOPC RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:32) TO REGOPC
                      IF W-ACAO = "G"
                         WRITE REGOPC
                      ELSE
                         REWRITE REGOPC.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-OPC-FIM.
                EXIT.
      *
       APL-OPE.
                MOVE 85  TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 60  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-OPE = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-OPE-FIM.
                IF W-AB-OPE = 1
                   GO TO APL-OPE-2.
                OPEN I-O ARQOPE
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQOPE
                   CLOSE ARQOPE
                   OPEN I-O ARQOPE.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-OPE
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-OPE-FIM.
                MOVE 1 TO W-AB-OPE.
       APL-OPE-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:85) TO REGOPE
                ELSE
                   MOVE DRV-DEPOIS (1:85) TO REGOPE.
                READ ARQOPE
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGOPE TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQOPE RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:85) TO REGOPE
                      IF W-ACAO = "G"
                         WRITE REGOPE
                      ELSE
                         REWRITE REGOPE.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-OPE-FIM.
                EXIT.
      *
       APL-ORC.
                MOVE 72  TO W-TAM
                MOVE 11  TO W-TAM-CHV
                MOVE 61  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-ORC = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-ORC-FIM.
                IF W-AB-ORC = 1
                   GO TO APL-ORC-2.
                OPEN I-O ARQORC
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQORC
                   CLOSE ARQORC
                   OPEN I-O ARQORC.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-ORC
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-ORC-FIM.
                MOVE 1 TO W-AB-ORC.
       APL-ORC-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:72) TO REGORC
                ELSE
                   MOVE DRV-DEPOIS (1:72) TO REGORC.
                READ ARQORC
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGORC TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQORC RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:72) TO REGORC
                      IF W-ACAO = "G"
                         WRITE REGORC
                      ELSE
                         REWRITE REGORC.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-ORC-FIM.
                EXIT.
      *
       APL-PRM.
                MOVE 46  TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 62  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-PRM = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-PRM-FIM.
                IF W-AB-PRM = 1
                   GO TO APL-PRM-2.
                OPEN I-O ARQPRM
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQPRM
                   CLOSE ARQPRM
                   OPEN I-O ARQPRM.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-PRM
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-PRM-FIM.
                MOVE 1 TO W-AB-PRM.
       APL-PRM-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:46) TO REGPRM
                ELSE
                   MOVE DRV-DEPOIS (1:46) TO REGPRM.
                READ ARQPRM
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGPRM TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQPRM RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:46) TO REGPRM
                      IF W-ACAO = "G"
                         WRITE REGPRM
                      ELSE
                         REWRITE REGPRM.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-PRM-FIM.
                EXIT.
      *
       APL-PDA.
                MOVE 66  TO W-TAM
                MOVE 13  TO W-TAM-CHV
                MOVE 63  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-PDA = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-PDA-FIM.
                IF W-AB-PDA = 1
                   GO TO APL-PDA-2.
                OPEN I-O ARQPDA
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQPDA
                   CLOSE ARQPDA
                   OPEN I-O ARQPDA.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-PDA
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-PDA-FIM.
                MOVE 1 TO W-AB-PDA.
       APL-PDA-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:66) TO REGPDA
                ELSE
                   MOVE DRV-DEPOIS (1:66) TO REGPDA.
                READ ARQPDA
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGPDA TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQPDA RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:66) TO REGPDA
                      IF W-ACAO = "G"
                         WRITE REGPDA
                      ELSE
                         REWRITE REGPDA.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-PDA-FIM.
                EXIT.
      *
       APL-PDV.
                MOVE 34  TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 64  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-PDV = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-PDV-FIM.
                IF W-AB-PDV = 1
                   GO TO APL-PDV-2.
                OPEN I-O ARQPDV
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQPDV
                   CLOSE ARQPDV
                   OPEN I-O ARQPDV.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-PDV
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-PDV-FIM.
                MOVE 1 TO W-AB-PDV.
       APL-PDV-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:34) TO REGPDV
                ELSE
                   MOVE DRV-DEPOIS (1:34) TO REGPDV.
                READ ARQPDV
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGPDV TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQPDV RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:34) TO REGPDV
                      IF W-ACAO = "G"
                         WRITE REGPDV
                      ELSE
                         REWRITE REGPDV.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-PDV-FIM.
                EXIT.
      *
       APL-PVI.
                MOVE 34  TO W-TAM
                MOVE 11  TO W-TAM-CHV
                MOVE 65  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-PVI = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-PVI-FIM.
                IF W-AB-PVI = 1
                   GO TO APL-PVI-2.
                OPEN I-O ARQPVI
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQPVI
                   CLOSE ARQPVI
                   OPEN I-O ARQPVI.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-PVI
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-PVI-FIM.
                MOVE 1 TO W-AB-PVI.
       APL-PVI-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:34) TO REGPVI
                ELSE
                   MOVE DRV-DEPOIS (1:34) TO REGPVI.
                READ ARQPVI
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGPVI TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQPVI RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:34) TO REGPVI
                      IF W-ACAO = "G"
                         WRITE REGPVI
                      ELSE
                         REWRITE REGPVI.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-PVI-FIM.
                EXIT.
      *
       APL-PED.
                MOVE 115 TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 66  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-PED = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-PED-FIM.
                IF W-AB-PED = 1
                   GO TO APL-PED-2.
                OPEN I-O ARQPED
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQPED
                   CLOSE ARQPED
                   OPEN I-O ARQPED.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-PED
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-PED-FIM.
                MOVE 1 TO W-AB-PED.
       APL-PED-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:115) TO REGPED
                ELSE
                   MOVE DRV-DEPOIS (1:115) TO REGPED.
                READ ARQPED
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGPED TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQPED RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:115) TO REGPED
                      IF W-ACAO = "G"
                         WRITE REGPED
                      ELSE
                         REWRITE REGPED.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-PED-FIM.
                EXIT.
      *
       APL-PDI.
                MOVE 39  TO W-TAM
                MOVE 11  TO W-TAM-CHV
                MOVE 67  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-PDI = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-PDI-FIM.
                IF W-AB-PDI = 1
                   GO TO APL-PDI-2.
                OPEN I-O ARQPDI
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQPDI
                   CLOSE ARQPDI
                   OPEN I-O ARQPDI.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-PDI
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-PDI-FIM.
                MOVE 1 TO W-AB-PDI.
       APL-PDI-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:39) TO REGPDI
                ELSE
                   MOVE DRV-DEPOIS (1:39) TO REGPDI.
                READ ARQPDI
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGPDI TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQPDI RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:39) TO REGPDI
                      IF W-ACAO = "G"
                         WRITE REGPDI
                      ELSE
                         REWRITE REGPDI.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-PDI-FIM.
                EXIT.
      *
       APL-PER.
                MOVE 7   TO W-TAM
                MOVE 6   TO W-TAM-CHV
                MOVE 68  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-PER = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-PER-FIM.
                IF W-AB-PER = 1
                   GO TO APL-PER-2.
                OPEN I-O ARQPER
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQPER
                   CLOSE ARQPER
                   OPEN I-O ARQPER.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-PER
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-PER-FIM.
                MOVE 1 TO W-AB-PER.
       APL-PER-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:7) TO REGPER
                ELSE
                   MOVE DRV-DEPOIS (1:7) TO REGPER.
                READ ARQPER
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGPER TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQPER RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:7) TO REGPER
                      IF W-ACAO = "G"
                         WRITE REGPER
                      ELSE
                         REWRITE REGPER.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-PER-FIM.
                EXIT.
      *
       APL-PRO.
                MOVE 106 TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 69  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-PRO = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-PRO-FIM.
                IF W-AB-PRO = 1
                   GO TO APL-PRO-2.
                OPEN I-O ARQPRO
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQPRO
                   CLOSE ARQPRO
                   OPEN I-O ARQPRO.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-PRO
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-PRO-FIM.
                MOVE 1 TO W-AB-PRO.
       APL-PRO-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:106) TO REGPRO
                ELSE
                   MOVE DRV-DEPOIS (1:106) TO REGPRO.
                READ ARQPRO
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGPRO TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQPRO RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:106) TO REGPRO
                      IF W-ACAO = "G"
                         WRITE REGPRO
                      ELSE
                         REWRITE REGPRO.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-PRO-FIM.
                EXIT.
      *
       APL-PRC.
                MOVE 33  TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 70  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-PRC = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-PRC-FIM.
                IF W-AB-PRC = 1
                   GO TO APL-PRC-2.
                OPEN I-O ARQPRC
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQPRC
                   CLOSE ARQPRC
                   OPEN I-O ARQPRC.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-PRC
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-PRC-FIM.
                MOVE 1 TO W-AB-PRC.
       APL-PRC-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:33) TO REGPRC
                ELSE
                   MOVE DRV-DEPOIS (1:33) TO REGPRC.
                READ ARQPRC
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGPRC TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQPRC RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:33) TO REGPRC
                      IF W-ACAO = "G"
                         WRITE REGPRC
                      ELSE
                         REWRITE REGPRC.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-PRC-FIM.
                EXIT.
      *
       APL-PFX.
                MOVE 34  TO W-TAM
                MOVE 22  TO W-TAM-CHV
                MOVE 71  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-PFX = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-PFX-FIM.
                IF W-AB-PFX = 1
                   GO TO APL-PFX-2.
                OPEN I-O ARQPFX
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQPFX
                   CLOSE ARQPFX
                   OPEN I-O ARQPFX.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-PFX
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-PFX-FIM.
                MOVE 1 TO W-AB-PFX.
       APL-PFX-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:34) TO REGPFX
                ELSE
                   MOVE DRV-DEPOIS (1:34) TO REGPFX.
                READ ARQPFX
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGPFX TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQPFX RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:34) TO REGPFX
                      IF W-ACAO = "G"
                         WRITE REGPFX
                      ELSE
                         REWRITE REGPFX.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-PFX-FIM.
                EXIT.
      *
       APL-PTS.
                MOVE 24  TO W-TAM
                MOVE 14  TO W-TAM-CHV
                MOVE 72  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-PTS = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-PTS-FIM.
                IF W-AB-PTS = 1
                   GO TO APL-PTS-2.
                OPEN I-O ARQPTS
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQPTS
                   CLOSE ARQPTS
                   OPEN I-O ARQPTS.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-PTS
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-PTS-FIM.
                MOVE 1 TO W-AB-PTS.
       APL-PTS-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:24) TO REGPTS
                ELSE
                   MOVE DRV-DEPOIS (1:24) TO REGPTS.
                READ ARQPTS
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGPTS TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQPTS RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:24) TO REGPTS
                      IF W-ACAO = "G"
                         WRITE REGPTS
                      ELSE
                         REWRITE REGPTS.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-PTS-FIM.
                EXIT.
      *
       APL-PTM.
                MOVE 56  TO W-TAM
                MOVE 19  TO W-TAM-CHV
                MOVE 73  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-PTM = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-PTM-FIM.
                IF W-AB-PTM = 1
                   GO TO APL-PTM-2.
                OPEN I-O ARQPTM
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQPTM
                   CLOSE ARQPTM
                   OPEN I-O ARQPTM.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-PTM
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-PTM-FIM.
                MOVE 1 TO W-AB-PTM.
       APL-PTM-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:56) TO REGPTM
                ELSE
                   MOVE DRV-DEPOIS (1:56) TO REGPTM.
                READ ARQPTM
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGPTM TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQPTM RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:56) TO REGPTM
                      IF W-ACAO = "G"
                         WRITE REGPTM
                      ELSE
                         REWRITE REGPTM.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-PTM-FIM.
                EXIT.
      *
       APL-RCI.
                MOVE 76  TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 74  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-RCI = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-RCI-FIM.
                IF W-AB-RCI = 1
                   GO TO APL-RCI-2.
                OPEN I-O ARQRCI
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQRCI
                   CLOSE ARQRCI
                   OPEN I-O ARQRCI.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-RCI
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-RCI-FIM.
                MOVE 1 TO W-AB-RCI.
       APL-RCI-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:76) TO REGRCI
                ELSE
                   MOVE DRV-DEPOIS (1:76) TO REGRCI.
                READ ARQRCI
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGRCI TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQRCI RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:76) TO REGRCI
                      IF W-ACAO = "G"
                         WRITE REGRCI
                      ELSE
                         REWRITE REGRCI.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-RCI-FIM.
                EXIT.
      *
       APL-RCT.
                MOVE 89  TO W-TAM
                MOVE 15  TO W-TAM-CHV
                MOVE 75  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-RCT = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-RCT-FIM.
                IF W-AB-RCT = 1
                   GO TO APL-RCT-2.
                OPEN I-O ARQRCT
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQRCT
                   CLOSE ARQRCT
                   OPEN I-O ARQRCT.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-RCT
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-RCT-FIM.
                MOVE 1 TO W-AB-RCT.
       APL-RCT-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:89) TO REGRCT
                ELSE
                   MOVE DRV-DEPOIS (1:89) TO REGRCT.
                READ ARQRCT
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGRCT TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQRCT RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:89) TO REGRCT
                      IF W-ACAO = "G"
                         WRITE REGRCT
                      ELSE
                         REWRITE REGRCT.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-RCT-FIM.
                EXIT.
      *
       APL-REC.
                MOVE 68  TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 76  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-REC = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-REC-FIM.
                IF W-AB-REC = 1
                   GO TO APL-REC-2.
                OPEN I-O ARQREC
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQREC
                   CLOSE ARQREC
                   OPEN I-O ARQREC.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-REC
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-REC-FIM.
                MOVE 1 TO W-AB-REC.
       APL-REC-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:68) TO REGREC
                ELSE
                   MOVE DRV-DEPOIS (1:68) TO REGREC.
                READ ARQREC
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGREC TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQREC RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:68) TO REGREC
                      IF W-ACAO = "G"
                         WRITE REGREC
                      ELSE
                         REWRITE REGREC.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-REC-FIM.
                EXIT.
      *
       APL-RPC.
                MOVE 90  TO W-TAM
                MOVE 13  TO W-TAM-CHV
                MOVE 77  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-RPC = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-RPC-FIM.
                IF W-AB-RPC = 1
                   GO TO APL-RPC-2.
                OPEN I-O ARQRPC
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQRPC
                   CLOSE ARQRPC
                   OPEN I-O ARQRPC.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-RPC
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-RPC-FIM.
                MOVE 1 TO W-AB-RPC.
       APL-RPC-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:90) TO REGRPC
                ELSE
                   MOVE DRV-DEPOIS (1:90) TO REGRPC.
                READ ARQRPC
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGRPC TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQRPC RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:90) TO REGRPC
                      IF W-ACAO = "G"
                         WRITE REGRPC
                      ELSE
                         REWRITE REGRPC.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-RPC-FIM.
                EXIT.
      *
       APL-ROT.
                MOVE 62  TO W-TAM
                MOVE 48  TO W-TAM-CHV
                MOVE 78  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF DRV-OPERACAO = "L"
                   IF W-AB-ROT = 1
                      CLOSE ARQROT
                   END-IF
                   OPEN OUTPUT ARQROT
                   CLOSE ARQROT
                   MOVE "00" TO ST-IDX
                   MOVE 0 TO W-AB-ROT
                   ADD 1 TO W-APLICADOS W-TAB-APLIC (W-IDX-ARQ)
                   GO TO APL-ROT-FIM.
                IF W-AB-ROT = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-ROT-FIM.
                IF W-AB-ROT = 1
                   GO TO APL-ROT-2.
                OPEN I-O ARQROT
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQROT
                   CLOSE ARQROT
                   OPEN I-O ARQROT.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-ROT
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-ROT-FIM.
                MOVE 1 TO W-AB-ROT.
       APL-ROT-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:62) TO REGROT
                ELSE
                   MOVE DRV-DEPOIS (1:62) TO REGROT.
                READ ARQROT
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGROT TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQROT RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:62) TO REGROT
                      IF W-ACAO = "G"
                         WRITE REGROT
                      ELSE
                         REWRITE REGROT.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-ROT-FIM.
                EXIT.
      *
       APL-RSV.
                MOVE 14  TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 79  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-RSV = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-RSV-FIM.
                IF W-AB-RSV = 1
                   GO TO APL-RSV-2.
                OPEN I-O ARQRSV
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQRSV
                   CLOSE ARQRSV
                   OPEN I-O ARQRSV.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-RSV
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-RSV-FIM.
                MOVE 1 TO W-AB-RSV.
       APL-RSV-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:14) TO REGRSV
                ELSE
                   MOVE DRV-DEPOIS (1:14) TO REGRSV.
                READ ARQRSV
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGRSV TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQRSV RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:14) TO REGRSV
                      IF W-ACAO = "G"
                         WRITE REGRSV
                      ELSE
                         REWRITE REGRSV.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-RSV-FIM.
                EXIT.
      *
       APL-SER.
                MOVE 92  TO W-TAM
                MOVE 28  TO W-TAM-CHV
                MOVE 80  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-SER = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-SER-FIM.
                IF W-AB-SER = 1
                   GO TO APL-SER-2.
                OPEN I-O ARQSER
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQSER
                   CLOSE ARQSER
                   OPEN I-O ARQSER.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-SER
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-SER-FIM.
                MOVE 1 TO W-AB-SER.
       APL-SER-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:92) TO REGSER
                ELSE
                   MOVE DRV-DEPOIS (1:92) TO REGSER.
                READ ARQSER
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGSER TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQSER RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:92) TO REGSER
                      IF W-ACAO = "G"
                         WRITE REGSER
                      ELSE
                         REWRITE REGSER.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-SER-FIM.
                EXIT.
      *
       APL-SLD.
                MOVE 16  TO W-TAM
                MOVE 10  TO W-TAM-CHV
                MOVE 81  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-SLD = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-SLD-FIM.
                IF W-AB-SLD = 1
                   GO TO APL-SLD-2.
                OPEN I-O ARQSLD
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQSLD
                   CLOSE ARQSLD
                   OPEN I-O ARQSLD.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-SLD
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-SLD-FIM.
                MOVE 1 TO W-AB-SLD.
       APL-SLD-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:16) TO REGSLD
                ELSE
                   MOVE DRV-DEPOIS (1:16) TO REGSLD.
                READ ARQSLD
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGSLD TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQSLD RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:16) TO REGSLD
                      IF W-ACAO = "G"
                         WRITE REGSLD
                      ELSE
                         REWRITE REGSLD.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-SLD-FIM.
                EXIT.
      *
       APL-SUG.
                MOVE 39  TO W-TAM
                MOVE 22  TO W-TAM-CHV
                MOVE 82  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF DRV-OPERACAO = "L"
                   IF W-AB-SUG = 1
                      CLOSE ARQSUG
                   END-IF
                   OPEN OUTPUT ARQSUG
                   CLOSE ARQSUG
                   MOVE "00" TO ST-IDX
                   MOVE 0 TO W-AB-SUG
                   ADD 1 TO W-APLICADOS W-TAB-APLIC (W-IDX-ARQ)
                   GO TO APL-SUG-FIM.
                IF W-AB-SUG = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-SUG-FIM.
                IF W-AB-SUG = 1
                   GO TO APL-SUG-2.
                OPEN I-O ARQSUG
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQSUG
                   CLOSE ARQSUG
                   OPEN I-O ARQSUG.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-SUG
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-SUG-FIM.
                MOVE 1 TO W-AB-SUG.
       APL-SUG-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:39) TO REGSUG
                ELSE
                   MOVE DRV-DEPOIS (1:39) TO REGSUG.
                READ ARQSUG
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGSUG TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQSUG RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:39) TO REGSUG
                      IF W-ACAO = "G"
                         WRITE REGSUG
                      ELSE
                         REWRITE REGSUG.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-SUG-FIM.
                EXIT.
      *
       APL-TIP.
                MOVE 21  TO W-TAM
                MOVE 1   TO W-TAM-CHV
                MOVE 83  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-TIP = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-TIP-FIM.
                IF W-AB-TIP = 1
                   GO TO APL-TIP-2.
                OPEN I-O ARQTIP
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQTIP
                   CLOSE ARQTIP
                   OPEN I-O ARQTIP.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-TIP
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-TIP-FIM.
                MOVE 1 TO W-AB-TIP.
       APL-TIP-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:21) TO REGTIP
                ELSE
                   MOVE DRV-DEPOIS (1:21) TO REGTIP.
                READ ARQTIP
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGTIP TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQTIP RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:21) TO REGTIP
                      IF W-ACAO = "G"
                         WRITE REGTIP
                      ELSE
                         REWRITE REGTIP.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-TIP-FIM.
                EXIT.
      *
       APL-TRF.
                MOVE 72  TO W-TAM
                MOVE 8   TO W-TAM-CHV
                MOVE 84  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-TRF = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-TRF-FIM.
                IF W-AB-TRF = 1
                   GO TO APL-TRF-2.
                OPEN I-O ARQTRF
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQTRF
                   CLOSE ARQTRF
                   OPEN I-O ARQTRF.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-TRF
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-TRF-FIM.
                MOVE 1 TO W-AB-TRF.
       APL-TRF-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:72) TO REGTRF
                ELSE
                   MOVE DRV-DEPOIS (1:72) TO REGTRF.
                READ ARQTRF
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGTRF TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQTRF RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:72) TO REGTRF
                      IF W-ACAO = "G"
                         WRITE REGTRF
                      ELSE
                         REWRITE REGTRF.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-TRF-FIM.
                EXIT.
      *
       APL-TRI.
                MOVE 28  TO W-TAM
                MOVE 16  TO W-TAM-CHV
                MOVE 85  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-TRI = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-TRI-FIM.
                IF W-AB-TRI = 1
                   GO TO APL-TRI-2.
                OPEN I-O ARQTRI
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQTRI
                   CLOSE ARQTRI
                   OPEN I-O ARQTRI.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-TRI
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-TRI-FIM.
                MOVE 1 TO W-AB-TRI.
       APL-TRI-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:28) TO REGTRI
                ELSE
                   MOVE DRV-DEPOIS (1:28) TO REGTRI.
                READ ARQTRI
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGTRI TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQTRI RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:28) TO REGTRI
                      IF W-ACAO = "G"
                         WRITE REGTRI
                      ELSE
                         REWRITE REGTRI.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-TRI-FIM.
                EXIT.
      *
       APL-UFX.
                MOVE 22  TO W-TAM
                MOVE 2   TO W-TAM-CHV
                MOVE 86  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-UFX = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-UFX-FIM.
                IF W-AB-UFX = 1
                   GO TO APL-UFX-2.
                OPEN I-O ARQUFX
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQUFX
                   CLOSE ARQUFX
                   OPEN I-O ARQUFX.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-UFX
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-UFX-FIM.
                MOVE 1 TO W-AB-UFX.
       APL-UFX-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:22) TO REGUFX
                ELSE
                   MOVE DRV-DEPOIS (1:22) TO REGUFX.
                READ ARQUFX
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGUFX TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQUFX RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:22) TO REGUFX
                      IF W-ACAO = "G"
                         WRITE REGUFX
                      ELSE
                         REWRITE REGUFX.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-UFX-FIM.
                EXIT.
      *
       APL-UNI.
                MOVE 22  TO W-TAM
                MOVE 2   TO W-TAM-CHV
                MOVE 87  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-UNI = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-UNI-FIM.
                IF W-AB-UNI = 1
                   GO TO APL-UNI-2.
                OPEN I-O ARQUNI
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQUNI
                   CLOSE ARQUNI
                   OPEN I-O ARQUNI.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-UNI
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-UNI-FIM.
                MOVE 1 TO W-AB-UNI.
       APL-UNI-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:22) TO REGUNI
                ELSE
                   MOVE DRV-DEPOIS (1:22) TO REGUNI.
                READ ARQUNI
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGUNI TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQUNI RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:22) TO REGUNI
                      IF W-ACAO = "G"
                         WRITE REGUNI
                      ELSE
                         REWRITE REGUNI.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-UNI-FIM.
                EXIT.
      *
       APL-VDA.
                MOVE 74  TO W-TAM
                MOVE 11  TO W-TAM-CHV
                MOVE 88  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-VDA = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-VDA-FIM.
                IF W-AB-VDA = 1
                   GO TO APL-VDA-2.
                OPEN I-O ARQVDA
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQVDA
                   CLOSE ARQVDA
                   OPEN I-O ARQVDA.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-VDA
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-VDA-FIM.
                MOVE 1 TO W-AB-VDA.
       APL-VDA-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:74) TO REGVDA
                ELSE
                   MOVE DRV-DEPOIS (1:74) TO REGVDA.
                READ ARQVDA
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGVDA TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQVDA RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:74) TO REGVDA
                      IF W-ACAO = "G"
                         WRITE REGVDA
                      ELSE
                         REWRITE REGVDA.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-VDA-FIM.
                EXIT.
      *
       APL-VEI.
                MOVE 60  TO W-TAM
                MOVE 7   TO W-TAM-CHV
                MOVE 89  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-VEI = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-VEI-FIM.
                IF W-AB-VEI = 1
                   GO TO APL-VEI-2.
                OPEN I-O ARQVEI
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQVEI
                   CLOSE ARQVEI
                   OPEN I-O ARQVEI.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-VEI
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-VEI-FIM.
                MOVE 1 TO W-AB-VEI.
       APL-VEI-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:60) TO REGVEI
                ELSE
                   MOVE DRV-DEPOIS (1:60) TO REGVEI.
                READ ARQVEI
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGVEI TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQVEI RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:60) TO REGVEI
                      IF W-ACAO = "G"
                         WRITE REGVEI
                      ELSE
                         REWRITE REGVEI.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-VEI-FIM.
                EXIT.
      *
       APL-VKT.
                MOVE 40  TO W-TAM
                MOVE 11  TO W-TAM-CHV
                MOVE 90  TO W-IDX-ARQ
                MOVE DRV-ARQUIVO TO W-TAB-NOME (W-IDX-ARQ)
                IF W-AB-VKT = 2
                   ADD 1 TO W-IGNORADOS
                   GO TO APL-VKT-FIM.
                IF W-AB-VKT = 1
                   GO TO APL-VKT-2.
                OPEN I-O ARQVKT
                IF ST-IDX = "35"
                   OPEN OUTPUT ARQVKT
                   CLOSE ARQVKT
                   OPEN I-O ARQVKT.
                IF ST-IDX NOT = "00"
                   MOVE 2 TO W-AB-VKT
                   PERFORM ERRO-ABERTURA THRU ERRO-ABERTURA-FIM
                   GO TO APL-VKT-FIM.
                MOVE 1 TO W-AB-VKT.
       APL-VKT-2.
                IF DRV-OPERACAO = "E"
                   MOVE DRV-ANTES (1:40) TO REGVKT
                ELSE
                   MOVE DRV-DEPOIS (1:40) TO REGVKT.
                READ ARQVKT
                MOVE SPACES TO W-ATUAL
                MOVE 0 TO W-EXISTE
                IF ST-IDX = "00"
                   MOVE 1 TO W-EXISTE
                   MOVE REGVKT TO W-ATUAL.
                MOVE "00" TO ST-IDX
                PERFORM DECIDIR THRU DECIDIR-FIM
                IF W-ACAO = "X"
                   DELETE ARQVKT RECORD
                ELSE
                   IF W-ACAO NOT = SPACES
                      MOVE DRV-DEPOIS (1:40) TO REGVKT
                      IF W-ACAO = "G"
                         WRITE REGVKT
                      ELSE
                         REWRITE REGVKT.
                PERFORM VERIFICAR-APL THRU VERIFICAR-APL-FIM.
       APL-VKT-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM2.
                MOVE "F" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                EXIT PROGRAM.
       ROT-FIM3.
                EXIT PROGRAM.
