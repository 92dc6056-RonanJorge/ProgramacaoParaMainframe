       IDENTIFICATION DIVISION.
       PROGRAM-ID. MESCLI.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * CLIENTES DUPLICADOS E CORRECAO DE CPF/CNPJ   *
      * 1) LISTA OS PARES PROVAVELMENTE DUPLICADOS   *
      *    NO ARQCLI PELOS CRITERIOS NOME, TELEFONE  *
      *    (QUALQUER DOS TRES), E-MAIL E ENDERECO    *
      *    (CEP + NUMERO)                            *
      * 2) UNIFICA DOIS CADASTROS: TUDO O QUE ESTA   *
      *    NO CPF/CNPJ PERDEDOR PASSA PARA O         *
      *    SOBREVIVENTE (ARQVDA, ARQCR, ARQCRD,      *
      *    ARQCRDM, ARQPTS, ARQPTSM, ARQCOB, ARQACD, *
      *    ARQCHQ, ARQPDV, ARQORC, ARQSER, ARQFRN,   *
      *    ARQENC, ARQCSG, ARQPDA E ARQEND;          *
      *    A NOTA NO ARQENT ACOMPANHA O LOCAL DE     *
      *    ENTREGA)                                  *
      * 3) CORRIGE UM CPF/CNPJ DIGITADO ERRADO: CRIA *
      *    O CADASTRO NO NUMERO CORRETO E LEVA PARA  *
      *    ELE TODO O MOVIMENTO DO NUMERO ERRADO     *
      *                                              *
      * SO COM LIBERACAO DO SUPERVISOR (PERM-ADM).   *
      * CADA REGISTRO REMARCADO VAI PARA O ARQAUD E  *
      * O CADASTRO ANTIGO E GUARDADO NO ARQCLIX      *
      * ANTES DE SER EXCLUIDO DO ARQCLI; ELE SO E    *
      * EXCLUIDO NO FIM, ENTAO UMA UNIFICACAO        *
      * INTERROMPIDA PODE SER REPETIDA               *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CPF
                    FILE STATUS  IS ST-CLI
                    ALTERNATE RECORD KEY IS CLI-NOME
                                   WITH DUPLICATES.
       SELECT ARQCLIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLX-CPF-ANT
                    FILE STATUS  IS ST-CLX.
       SELECT ARQVDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VDA-CHAVE
                    FILE STATUS  IS ST-VDA
                    ALTERNATE RECORD KEY IS VDA-NUM-NOTA
                                   WITH DUPLICATES.
       SELECT ARQCR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CR-CHAVE
                    FILE STATUS  IS ST-CR
                    ALTERNATE RECORD KEY IS CR-CLI-CPF
                                   WITH DUPLICATES.
       SELECT ARQCRD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRD-CLI-CPF
                    FILE STATUS  IS ST-CRD.
       SELECT ARQCRDM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CDM-CHAVE
                    FILE STATUS  IS ST-CDM.
       SELECT ARQPTS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PTS-CLI-CPF
                    FILE STATUS  IS ST-PTS.
       SELECT ARQPTSM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PTM-CHAVE
                    FILE STATUS  IS ST-PTM.
       SELECT ARQCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COB-CHAVE
                    FILE STATUS  IS ST-COB.
       SELECT ARQACD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACD-CHAVE
                    FILE STATUS  IS ST-ACD.
       SELECT ARQCHQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-CHAVE
                    FILE STATUS  IS ST-CHQ.
       SELECT ARQPDV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PDV-NUM
                    FILE STATUS  IS ST-PDV
                    ALTERNATE RECORD KEY IS PDV-CLI-CPF
                                   WITH DUPLICATES.
       SELECT ARQENC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENC-CHAVE
                    FILE STATUS  IS ST-ENC
                    ALTERNATE RECORD KEY IS ENC-CLI-CPF
                                   WITH DUPLICATES.
       SELECT ARQCSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSG-NUM
                    FILE STATUS  IS ST-CSG
                    ALTERNATE RECORD KEY IS CSG-CLI-CPF
                                   WITH DUPLICATES.
       SELECT ARQORC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORC-CHAVE
                    FILE STATUS  IS ST-ORC
                    ALTERNATE RECORD KEY IS ORC-CLI-CPF
                                   WITH DUPLICATES.
       SELECT ARQSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SER-CHAVE
                    FILE STATUS  IS ST-SER
                    ALTERNATE RECORD KEY IS SER-NUMERO
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS SER-NOTA
                                   WITH DUPLICATES.
       SELECT ARQFRN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FRN-NUM-NOTA
                    FILE STATUS  IS ST-FRN.
       SELECT ARQPDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PDA-CHAVE
                    FILE STATUS  IS ST-PDA.
       SELECT ARQOPE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPE-COD
                    FILE STATUS  IS ST-OPE
                    ALTERNATE RECORD KEY IS OPE-NOME
                                   WITH DUPLICATES.
       SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUD-CHAVE
                    FILE STATUS  IS ST-AUD.
       SELECT ARQUTMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UTP-CHAVE
                    FILE STATUS  IS ST-UTP.
       SELECT ARQXTMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS XTP-CHAVE
                    FILE STATUS  IS ST-XTP.
       SELECT ARQEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS END-CHAVE
                    FILE STATUS  IS ST-END.
       SELECT ARQENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENT-NUM-NOTA
                    FILE STATUS  IS ST-ENT.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD ARQCLIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLIX.DAT".
       01 REGCLX.
                03 CLX-CPF-ANT       PIC 9(14).
                03 CLX-CPF-NOVO      PIC 9(14).
                03 CLX-DATA          PIC 9(08).
                03 CLX-MOTIVO        PIC X(01).
                03 CLX-OPERADOR      PIC X(20).
                03 CLX-REGCLI        PIC X(270).
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
       FD ARQCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCR.DAT".
       01 REGCR.
                03 CR-CHAVE.
                   05 CR-NUM-NOTA  PIC 9(08).
                   05 CR-PARCELA   PIC 9(02).
                03 CR-CLI-CPF      PIC 9(14).
                03 CR-VALOR        PIC 9(10).
                03 CR-DATA         PIC 9(08).
                03 CR-STATUS       PIC X(01).
                03 CR-VALOR-PAGO   PIC 9(10).
      *
       FD ARQCRD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCRD.DAT".
       01 REGCRD.
                03 CRD-CLI-CPF    PIC 9(14).
                03 CRD-SALDO      PIC 9(10).
      *
       FD ARQCRDM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCRDM.DAT".
       01 REGCDM.
                03 CDM-CHAVE.
                   05 CDM-CLI-CPF    PIC 9(14).
                   05 CDM-SEQ        PIC 9(05).
                03 CDM-DATA          PIC 9(08).
                03 CDM-TIPO          PIC X(01).
                03 CDM-ORIGEM        PIC X(14).
                03 CDM-VALOR         PIC 9(10).
      *
       FD ARQPTS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPTS.DAT".
       01 REGPTS.
                03 PTS-CLI-CPF    PIC 9(14).
                03 PTS-SALDO      PIC 9(10).
      *
       FD ARQPTSM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPTSM.DAT".
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
       FD ARQCOB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOB.DAT".
       01 REGCOB.
                03 COB-CHAVE.
                   05 COB-CLI-CPF    PIC 9(14).
                   05 COB-SEQ        PIC 9(05).
                03 COB-DATA          PIC 9(08).
                03 COB-ESTAGIO       PIC 9(01).
                03 COB-TITULOS       PIC 9(03).
                03 COB-VALOR         PIC 9(12).
      *
       FD ARQACD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQACD.DAT".
       01 REGACD.
                03 ACD-CHAVE.
                   05 ACD-CLI-CPF     PIC 9(14).
                   05 ACD-PRO-COD     PIC 9(08).
                03 ACD-PRECO       PIC 9(08).
                03 ACD-DESC-PERC   PIC 9(02)V99.
      *
       FD ARQCHQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCHQ.DAT".
       01 REGCHQ.
                03 CHQ-CHAVE.
                   05 CHQ-NUM-NOTA   PIC 9(08).
                   05 CHQ-PARCELA    PIC 9(02).
                   05 CHQ-SEQ        PIC 9(03).
                03 CHQ-BANCO         PIC 9(03).
                03 CHQ-NUMERO        PIC 9(10).
                03 CHQ-VALOR         PIC 9(10).
                03 CHQ-BOM-PARA      PIC 9(08).
                03 CHQ-CPF-EMIT      PIC 9(14).
                03 CHQ-STATUS        PIC X(01).
      *
       FD ARQPDV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPDV.DAT".
       01 REGPDV.
                03 PDV-NUM            PIC 9(08).
                03 PDV-CLI-CPF        PIC 9(14).
                03 PDV-DATA-EMISSAO   PIC 9(08).
                03 PDV-STATUS         PIC X(01).
                03 PDV-ENTREGA        PIC X(01).
                03 PDV-END-SEQ        PIC 9(02).
      *
       FD ARQENC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENC.DAT".
       01 REGENC.
                03 ENC-CHAVE.
                   05 ENC-PRO-COD     PIC 9(08).
                   05 ENC-DATA        PIC 9(08).
                   05 ENC-SEQ         PIC 9(04).
                03 ENC-CLI-CPF        PIC 9(14).
                03 ENC-QTDE           PIC 9(06).
                03 ENC-PRECO          PIC 9(08).
                03 ENC-ORIGEM         PIC X(08).
                03 ENC-STATUS         PIC X(01).
                03 ENC-PDV-NUM        PIC 9(08).
                03 ENC-DATA-ALOC      PIC 9(08).
      *
       FD ARQCSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCSG.DAT".
       01 REGCSG.
                03 CSG-NUM           PIC 9(08).
                03 CSG-CLI-CPF       PIC 9(14).
                03 CSG-LOC           PIC X(02).
                03 CSG-LOC-ORIG      PIC X(02).
                03 CSG-DATA          PIC 9(08).
                03 CSG-OPER          PIC X(20).
                03 CSG-SIT           PIC X(01).
                03 CSG-DATA-ACERTO   PIC 9(08).
      *
       FD ARQORC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQORC.DAT".
       01 REGORC.
                03 ORC-CHAVE.
                   05 ORC-NUM         PIC 9(08).
                   05 ORC-ITEM        PIC 9(03).
                03 ORC-CLI-CPF     PIC 9(14).
                03 ORC-PRO-COD     PIC 9(08).
                03 ORC-QTDE        PIC 9(06).
                03 ORC-PRECO       PIC 9(08).
                03 ORC-DATA        PIC 9(08).
                03 ORC-VALIDADE    PIC 9(08).
                03 ORC-STATUS      PIC X(01).
                03 ORC-OPE-COD     PIC X(08).
      *
       FD ARQSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSER.DAT".
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
       FD ARQFRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFRN.DAT".
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
       FD ARQPDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPDA.DAT".
       01 REGPDA.
                03 PDA-CHAVE.
                   05 PDA-NUM-NOTA   PIC 9(08).
                   05 PDA-PARCELA    PIC 9(02).
                   05 PDA-SEQ        PIC 9(03).
                03 PDA-TIPO          PIC X(01).
                03 PDA-DATA          PIC 9(08).
                03 PDA-CLI-CPF       PIC 9(14).
                03 PDA-VALOR         PIC 9(10).
                03 PDA-OPERADOR      PIC X(20).
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
       FD ARQUTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQUTMP.DAT".
       01 REGUTP.
                03 UTP-CHAVE.
                   05 UTP-GRUPO.
                      07 UTP-TIPO      PIC X(01).
                      07 UTP-VALOR     PIC X(30).
                   05 UTP-CLI-CPF      PIC 9(14).
      *
       FD ARQXTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQXTMP.DAT".
       01 REGXTP.
                03 XTP-CHAVE.
                   05 XTP-CPF1         PIC 9(14).
                   05 XTP-CPF2         PIC 9(14).
                03 XTP-NOME            PIC X(01).
                03 XTP-FONE            PIC X(01).
                03 XTP-EMAIL           PIC X(01).
                03 XTP-ENDER           PIC X(01).
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
       FD ARQENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENT.DAT".
       01 REGENT.
                03 ENT-NUM-NOTA      PIC 9(08).
                03 ENT-STATUS        PIC X(01).
                03 ENT-MOTORISTA     PIC X(20).
                03 ENT-DATA-ENTREGA  PIC 9(08).
                03 ENT-RECEBEDOR     PIC X(30).
                03 ENT-END-SEQ       PIC 9(02).
                03 ENT-PLACA         PIC X(07).
                03 ENT-DATA-ROT      PIC 9(08).
                03 ENT-PESO          PIC 9(06)V999.
                03 ENT-VOLUME        PIC 9(04)V999.
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
       77 ST-CLI         PIC X(02) VALUE "00".
       77 ST-CLX         PIC X(02) VALUE "00".
       77 ST-VDA         PIC X(02) VALUE "00".
       77 ST-CR          PIC X(02) VALUE "00".
       77 ST-CRD         PIC X(02) VALUE "00".
       77 ST-CDM         PIC X(02) VALUE "00".
       77 ST-PTS         PIC X(02) VALUE "00".
       77 ST-PTM         PIC X(02) VALUE "00".
       77 ST-COB         PIC X(02) VALUE "00".
       77 ST-ACD         PIC X(02) VALUE "00".
       77 ST-CHQ         PIC X(02) VALUE "00".
       77 ST-PDV         PIC X(02) VALUE "00".
       77 ST-ENC         PIC X(02) VALUE "00".
       77 ST-CSG         PIC X(02) VALUE "00".
       77 ST-ORC         PIC X(02) VALUE "00".
       77 ST-SER         PIC X(02) VALUE "00".
       77 ST-FRN         PIC X(02) VALUE "00".
       77 ST-PDA         PIC X(02) VALUE "00".
       77 ST-OPE         PIC X(02) VALUE "00".
       77 ST-AUD         PIC X(02) VALUE "00".
       77 ST-UTP         PIC X(02) VALUE "00".
       77 ST-XTP         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 ST-END         PIC X(02) VALUE "00".
       77 ST-ENT         PIC X(02) VALUE "00".
       77 W-TEM-VDA      PIC 9(01) VALUE ZEROS.
       77 W-TEM-CR       PIC 9(01) VALUE ZEROS.
       77 W-TEM-CRD      PIC 9(01) VALUE ZEROS.
       77 W-TEM-CDM      PIC 9(01) VALUE ZEROS.
       77 W-TEM-PTS      PIC 9(01) VALUE ZEROS.
       77 W-TEM-PTM      PIC 9(01) VALUE ZEROS.
       77 W-TEM-COB      PIC 9(01) VALUE ZEROS.
       77 W-TEM-ACD      PIC 9(01) VALUE ZEROS.
       77 W-TEM-CHQ      PIC 9(01) VALUE ZEROS.
       77 W-TEM-PDV      PIC 9(01) VALUE ZEROS.
       77 W-TEM-ENC      PIC 9(01) VALUE ZEROS.
       77 W-TEM-CSG      PIC 9(01) VALUE ZEROS.
       77 W-TEM-ORC      PIC 9(01) VALUE ZEROS.
       77 W-TEM-SER      PIC 9(01) VALUE ZEROS.
       77 W-TEM-FRN      PIC 9(01) VALUE ZEROS.
       77 W-TEM-PDA      PIC 9(01) VALUE ZEROS.
       77 W-TEM-END      PIC 9(01) VALUE ZEROS.
       77 W-TEM-ENT      PIC 9(01) VALUE ZEROS.
       77 W-END-ANT      PIC 9(02) VALUE ZEROS.
       77 W-SUP-COD      PIC X(08) VALUE SPACES.
       77 W-SUP-SENHA    PIC X(08) VALUE SPACES.
       77 W-SUP-NOME     PIC X(20) VALUE SPACES.
       77 W-FUNCAO       PIC 9(01) VALUE ZEROS.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-MIN-CRIT     PIC 9(01) VALUE ZEROS.
       77 W-CRITERIOS    PIC 9(01) VALUE ZEROS.
       77 W-CPF-ANT      PIC 9(14) VALUE ZEROS.
       77 W-CPF-NOVO     PIC 9(14) VALUE ZEROS.
       77 W-TIPO-NOVO    PIC X(01) VALUE SPACES.
       77 W-MOTIVO       PIC X(01) VALUE SPACES.
       77 W-NOME-ANT     PIC X(30) VALUE SPACES.
       77 W-NOME-NOVO    PIC X(30) VALUE SPACES.
       77 W-AUD-ARQ      PIC X(08) VALUE SPACES.
       77 W-AUD-OP       PIC X(01) VALUE SPACES.
       77 W-AUD-CHAVE    PIC X(14) VALUE SPACES.
       77 W-SEQ          PIC 9(05) VALUE ZEROS.
       77 W-FONE         PIC 9(11) VALUE ZEROS.
       77 W-I            PIC 9(02) VALUE ZEROS.
       77 W-J            PIC 9(02) VALUE ZEROS.
       77 W-QTD-GRP      PIC 9(02) VALUE ZEROS.
       77 W-GRUPO-ANT    PIC X(31) VALUE SPACES.
       77 W-PARES        PIC 9(06) VALUE ZEROS.
       77 W-LISTADOS     PIC 9(06) VALUE ZEROS.
       77 W-QTDE         PIC 9(06) VALUE ZEROS.
       77 W-TOT-REMARC   PIC 9(08) VALUE ZEROS.
       77 W-CONFLITOS    PIC 9(06) VALUE ZEROS.
       77 W-SALDO-ANT    PIC 9(10) VALUE ZEROS.
       77 W-SOMA-DV      PIC 9(4) VALUE ZEROS.
       77 W-RESTO-DV     PIC 9(2) VALUE ZEROS.
       77 W-DV1          PIC 9(1) VALUE ZEROS.
       77 W-DV2          PIC 9(1) VALUE ZEROS.
       77 W-IDX-DV       PIC 9(2) VALUE ZEROS.
       77 W-DV-OK        PIC 9(1) VALUE ZEROS.
       01 W-CPF-DV       PIC 9(14) VALUE ZEROS.
       01 W-CPF-DV-TAB REDEFINES W-CPF-DV.
                03 W-CPF-DIG      PIC 9 OCCURS 14 TIMES.
       01 W-REGCLI-ANT   PIC X(270) VALUE SPACES.
       01 W-REG-SALVO    PIC X(175) VALUE SPACES.
       01 W-TAB-GRUPO.
                03 W-GRP-CPF      PIC 9(14) OCCURS 30 TIMES.
       01 W-TAB-END.
                03 W-END-NOVO     PIC 9(02) OCCURS 99 TIMES.
      *
       01 TBPESOCPF1.
           03 FILLER      PIC 9(2) VALUE 10.
           03 FILLER      PIC 9(2) VALUE 09.
           03 FILLER      PIC 9(2) VALUE 08.
           03 FILLER      PIC 9(2) VALUE 07.
           03 FILLER      PIC 9(2) VALUE 06.
           03 FILLER      PIC 9(2) VALUE 05.
           03 FILLER      PIC 9(2) VALUE 04.
           03 FILLER      PIC 9(2) VALUE 03.
           03 FILLER      PIC 9(2) VALUE 02.
       01 TBPESOCPF1R REDEFINES TBPESOCPF1.
           03 PESOCPF1    PIC 9(2) OCCURS 9 TIMES.
      *
       01 TBPESOCPF2.
           03 FILLER      PIC 9(2) VALUE 11.
           03 FILLER      PIC 9(2) VALUE 10.
           03 FILLER      PIC 9(2) VALUE 09.
           03 FILLER      PIC 9(2) VALUE 08.
           03 FILLER      PIC 9(2) VALUE 07.
           03 FILLER      PIC 9(2) VALUE 06.
           03 FILLER      PIC 9(2) VALUE 05.
           03 FILLER      PIC 9(2) VALUE 04.
           03 FILLER      PIC 9(2) VALUE 03.
           03 FILLER      PIC 9(2) VALUE 02.
       01 TBPESOCPF2R REDEFINES TBPESOCPF2.
           03 PESOCPF2    PIC 9(2) OCCURS 10 TIMES.
      *
       01 TBPESOCNPJ1.
           03 FILLER      PIC 9(2) VALUE 05.
           03 FILLER      PIC 9(2) VALUE 04.
           03 FILLER      PIC 9(2) VALUE 03.
           03 FILLER      PIC 9(2) VALUE 02.
           03 FILLER      PIC 9(2) VALUE 09.
           03 FILLER      PIC 9(2) VALUE 08.
           03 FILLER      PIC 9(2) VALUE 07.
           03 FILLER      PIC 9(2) VALUE 06.
           03 FILLER      PIC 9(2) VALUE 05.
           03 FILLER      PIC 9(2) VALUE 04.
           03 FILLER      PIC 9(2) VALUE 03.
           03 FILLER      PIC 9(2) VALUE 02.
       01 TBPESOCNPJ1R REDEFINES TBPESOCNPJ1.
           03 PESOCNPJ1   PIC 9(2) OCCURS 12 TIMES.
      *
       01 TBPESOCNPJ2.
           03 FILLER      PIC 9(2) VALUE 06.
           03 FILLER      PIC 9(2) VALUE 05.
           03 FILLER      PIC 9(2) VALUE 04.
           03 FILLER      PIC 9(2) VALUE 03.
           03 FILLER      PIC 9(2) VALUE 02.
           03 FILLER      PIC 9(2) VALUE 09.
           03 FILLER      PIC 9(2) VALUE 08.
           03 FILLER      PIC 9(2) VALUE 07.
           03 FILLER      PIC 9(2) VALUE 06.
           03 FILLER      PIC 9(2) VALUE 05.
           03 FILLER      PIC 9(2) VALUE 04.
           03 FILLER      PIC 9(2) VALUE 03.
           03 FILLER      PIC 9(2) VALUE 02.
       01 TBPESOCNPJ2R REDEFINES TBPESOCNPJ2.
           03 PESOCNPJ2   PIC 9(2) OCCURS 13 TIMES.
      *
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
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
       01 JRN-ANT-CHQ          PIC X(59).
       01 JRN-ANT-CLIX         PIC X(327).
       01 JRN-ANT-CR           PIC X(53).
       01 JRN-ANT-CRD          PIC X(24).
       01 JRN-ANT-PTS          PIC X(24).
       01 JRN-ANT-ENC          PIC X(73).
       01 JRN-ANT-CSG          PIC X(63).
       01 JRN-ANT-ENT          PIC X(100).
       01 JRN-ANT-FRN          PIC X(59).
       01 JRN-ANT-ORC          PIC X(72).
       01 JRN-ANT-PDA          PIC X(66).
       01 JRN-ANT-PDV          PIC X(34).
       01 JRN-ANT-SER          PIC X(92).
       01 JRN-ANT-VDA          PIC X(74).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY
                   "*** MESCLI - DUPLICADOS E CORRECAO DE CPF ***".
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
                IF ST-OPE NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQ OPERADOR: "
                           ST-OPE
                   GO TO ROT-FIM3.
                MOVE W-SUP-COD TO OPE-COD
                READ ARQOPE
                IF ST-OPE NOT = "00" OR OPE-SIT = "E"
                   OR OPE-SENHA NOT = W-SUP-SENHA
                   OR OPE-PERM-ADM NOT = "S"
                   DISPLAY "*** LIBERACAO RECUSADA ***"
                   CLOSE ARQOPE
                   GO TO ROT-FIM3.
                MOVE OPE-NOME TO W-SUP-NOME
                CLOSE ARQOPE.
      *
       PEDIR-FUNCAO.
                DISPLAY "1=LISTAR PROVAVEIS DUPLICADOS  2=UNIFICAR DOIS"
                DISPLAY "CADASTROS  3=CORRIGIR CPF/CNPJ  0=SAIR      : "
                        WITH NO ADVANCING
                ACCEPT W-FUNCAO
                IF W-FUNCAO = 0
                   GO TO ROT-FIM3.
                IF W-FUNCAO > 3
                   DISPLAY "*** DIGITE APENAS 1, 2, 3 OU 0 ***"
                   GO TO PEDIR-FUNCAO.
      *
       INICIO-SPOOL.
                MOVE "MESCLI" TO SPL-PROGRAMA
                MOVE W-SUP-NOME TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                IF W-FUNCAO = 1
                   STRING "*** MESCLI - PROVAVEIS CLIENTES"
                          " DUPLICADOS ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                ELSE
                   STRING "*** MESCLI - REMARCACAO DE CPF/CNPJ"
                          " DE CLIENTE ***"
                          DELIMITED BY SIZE INTO SPL-LINHA.
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       ABRIR-ARQ.
                OPEN I-O ARQCLI
                IF ST-CLI NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQCLI: "
                          ST-CLI
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO ROT-FIM2.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
                IF W-FUNCAO = 1
                   GO TO LISTAR.
                GO TO REMARCAR.
      *
      ***************************************
      * 1) PROVAVEIS DUPLICADOS: GRAVA UMA   *
      * CHAVE POR CRITERIO DE CADA CLIENTE   *
      * (N=NOME T=TELEFONE E=E-MAIL          *
      * A=CEP+NUMERO); CLIENTES COM A MESMA  *
      * CHAVE FORMAM PARES NO ARQXTMP        *
      ***************************************
      *
       LISTAR.
                DISPLAY "MINIMO DE CRITERIOS IGUAIS (1 A 4, ZERO = 2): "
                        WITH NO ADVANCING
                ACCEPT W-MIN-CRIT
                IF W-MIN-CRIT = ZEROS
                   MOVE 2 TO W-MIN-CRIT.
                IF W-MIN-CRIT > 4
                   DISPLAY "*** INFORME DE 1 A 4 ***"
                   GO TO LISTAR.
                OPEN OUTPUT ARQUTMP
                CLOSE ARQUTMP
                OPEN I-O ARQUTMP
                OPEN OUTPUT ARQXTMP
                CLOSE ARQXTMP
                OPEN I-O ARQXTMP
                IF ST-UTP NOT = "00" OR ST-XTP NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DOS ARQUIVOS TEMPORARIOS: "
                          ST-UTP " " ST-XTP
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQCLI
                   GO TO ROT-FIM.
                MOVE ZEROS TO CLI-CPF
                START ARQCLI KEY IS NOT LESS CLI-CPF INVALID KEY
                      MOVE "10" TO ST-CLI.
       LISTAR-CHAVES.
                IF ST-CLI NOT = "00"
                   MOVE "00" TO ST-CLI
                   GO TO LISTAR-GRUPOS.
                READ ARQCLI NEXT
                   AT END MOVE "10" TO ST-CLI.
                IF ST-CLI NOT = "00"
                   GO TO LISTAR-CHAVES.
                IF CLI-SIT = "E"
                   GO TO LISTAR-CHAVES.
                MOVE CLI-CPF TO UTP-CLI-CPF
                IF CLI-NOME NOT = SPACES
                   MOVE "N"      TO UTP-TIPO
                   MOVE CLI-NOME TO UTP-VALOR
                   PERFORM GRAVAR-CHAVE THRU GRAVAR-CHAVE-FIM.
                IF CLI-NUMTEL NOT = ZEROS
                   MOVE CLI-DDD    TO W-FONE (1:2)
                   MOVE CLI-NUMTEL TO W-FONE (3:9)
                   PERFORM GRAVAR-FONE THRU GRAVAR-FONE-FIM.
                IF CLI-NUMTEL2 NOT = ZEROS
                   MOVE CLI-DDD2    TO W-FONE (1:2)
                   MOVE CLI-NUMTEL2 TO W-FONE (3:9)
                   PERFORM GRAVAR-FONE THRU GRAVAR-FONE-FIM.
                IF CLI-NUMTEL3 NOT = ZEROS
                   MOVE CLI-DDD3    TO W-FONE (1:2)
                   MOVE CLI-NUMTEL3 TO W-FONE (3:9)
                   PERFORM GRAVAR-FONE THRU GRAVAR-FONE-FIM.
                IF CLI-EMAIL NOT = SPACES
                   MOVE "E"       TO UTP-TIPO
                   MOVE CLI-EMAIL TO UTP-VALOR
                   PERFORM GRAVAR-CHAVE THRU GRAVAR-CHAVE-FIM.
                IF CLI-CEP NOT = SPACES AND CLI-NUM-LOGR NOT = ZEROS
                   MOVE "A"          TO UTP-TIPO
                   MOVE SPACES       TO UTP-VALOR
                   MOVE CLI-CEP      TO UTP-VALOR (1:8)
                   MOVE CLI-NUM-LOGR TO UTP-VALOR (9:5)
                   PERFORM GRAVAR-CHAVE THRU GRAVAR-CHAVE-FIM.
                GO TO LISTAR-CHAVES.
      *
       GRAVAR-FONE.
                MOVE "T"    TO UTP-TIPO
                MOVE SPACES TO UTP-VALOR
                MOVE W-FONE TO UTP-VALOR (1:11)
                PERFORM GRAVAR-CHAVE THRU GRAVAR-CHAVE-FIM.
       GRAVAR-FONE-FIM.
                EXIT.
      *
       GRAVAR-CHAVE.
                WRITE REGUTP
                IF ST-UTP NOT = "00"
                   MOVE "00" TO ST-UTP.
       GRAVAR-CHAVE-FIM.
                EXIT.
      *
       LISTAR-GRUPOS.
                MOVE ZEROS  TO W-QTD-GRP
                MOVE SPACES TO W-GRUPO-ANT
                MOVE LOW-VALUES TO UTP-CHAVE
                START ARQUTMP KEY IS NOT LESS UTP-CHAVE INVALID KEY
                      MOVE "10" TO ST-UTP.
       LISTAR-GRUPOS-LOOP.
                IF ST-UTP NOT = "00"
                   MOVE "00" TO ST-UTP
                   PERFORM GERAR-PARES THRU GERAR-PARES-FIM
                   GO TO LISTAR-PARES.
                READ ARQUTMP NEXT
                   AT END MOVE "10" TO ST-UTP.
                IF ST-UTP NOT = "00"
                   GO TO LISTAR-GRUPOS-LOOP.
                IF UTP-GRUPO NOT = W-GRUPO-ANT
                   PERFORM GERAR-PARES THRU GERAR-PARES-FIM
                   MOVE UTP-GRUPO TO W-GRUPO-ANT
                   MOVE ZEROS     TO W-QTD-GRP.
                IF W-QTD-GRP < 30
                   ADD 1 TO W-QTD-GRP
                   MOVE UTP-CLI-CPF TO W-GRP-CPF (W-QTD-GRP).
                GO TO LISTAR-GRUPOS-LOOP.
      *
      ***************************************
      * TODOS OS PARES DO GRUPO (I < J),     *
      * MARCANDO O CRITERIO NO ARQXTMP       *
      ***************************************
      *
       GERAR-PARES.
                IF W-QTD-GRP < 2
                   GO TO GERAR-PARES-FIM.
                MOVE 1 TO W-I.
       GERAR-PARES-I.
                IF W-I NOT < W-QTD-GRP
                   GO TO GERAR-PARES-FIM.
                COMPUTE W-J = W-I + 1.
       GERAR-PARES-J.
                IF W-J > W-QTD-GRP
                   ADD 1 TO W-I
                   GO TO GERAR-PARES-I.
                MOVE W-GRP-CPF (W-I) TO XTP-CPF1
                MOVE W-GRP-CPF (W-J) TO XTP-CPF2
                READ ARQXTMP
                IF ST-XTP NOT = "00"
                   MOVE "00" TO ST-XTP
                   MOVE W-GRP-CPF (W-I) TO XTP-CPF1
                   MOVE W-GRP-CPF (W-J) TO XTP-CPF2
                   MOVE SPACES TO XTP-NOME XTP-FONE XTP-EMAIL XTP-ENDER
                   WRITE REGXTP
                   ADD 1 TO W-PARES.
                EVALUATE W-GRUPO-ANT (1:1)
                   WHEN "N" MOVE "N" TO XTP-NOME
                   WHEN "T" MOVE "T" TO XTP-FONE
                   WHEN "E" MOVE "E" TO XTP-EMAIL
                   WHEN "A" MOVE "A" TO XTP-ENDER
                END-EVALUATE
                REWRITE REGXTP
                IF ST-XTP NOT = "00"
                   MOVE "00" TO ST-XTP.
                ADD 1 TO W-J
                GO TO GERAR-PARES-J.
       GERAR-PARES-FIM.
                EXIT.
      *
       LISTAR-PARES.
                MOVE SPACES TO SPL-LINHA
                STRING " CRITERIOS: N=NOME T=TELEFONE E=E-MAIL "
                       "A=ENDERECO (MINIMO " W-MIN-CRIT ")"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE ZEROS TO XTP-CHAVE
                START ARQXTMP KEY IS NOT LESS XTP-CHAVE INVALID KEY
                      MOVE "10" TO ST-XTP.
       LISTAR-PARES-LOOP.
                IF ST-XTP NOT = "00"
                   MOVE "00" TO ST-XTP
                   GO TO LISTAR-FIM.
                READ ARQXTMP NEXT
                   AT END MOVE "10" TO ST-XTP.
                IF ST-XTP NOT = "00"
                   GO TO LISTAR-PARES-LOOP.
                MOVE ZEROS TO W-CRITERIOS
                IF XTP-NOME NOT = SPACES
                   ADD 1 TO W-CRITERIOS.
                IF XTP-FONE NOT = SPACES
                   ADD 1 TO W-CRITERIOS.
                IF XTP-EMAIL NOT = SPACES
                   ADD 1 TO W-CRITERIOS.
                IF XTP-ENDER NOT = SPACES
                   ADD 1 TO W-CRITERIOS.
                IF W-CRITERIOS < W-MIN-CRIT
                   GO TO LISTAR-PARES-LOOP.
                ADD 1 TO W-LISTADOS
                MOVE XTP-CPF1 TO CLI-CPF
                READ ARQCLI
                IF ST-CLI NOT = "00"
                   MOVE "00" TO ST-CLI
                   MOVE SPACES TO CLI-NOME.
                MOVE CLI-NOME TO W-NOME-ANT
                MOVE XTP-CPF2 TO CLI-CPF
                READ ARQCLI
                IF ST-CLI NOT = "00"
                   MOVE "00" TO ST-CLI
                   MOVE SPACES TO CLI-NOME.
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " " XTP-CPF1 " " W-NOME-ANT "  CRITERIOS "
                       XTP-NOME XTP-FONE XTP-EMAIL XTP-ENDER
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " " XTP-CPF2 " " CLI-NOME
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO LISTAR-PARES-LOOP.
      *
       LISTAR-FIM.
                CLOSE ARQCLI ARQUTMP ARQXTMP
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "PARES COM ALGUM CRITERIO : " W-PARES
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "PARES LISTADOS           : " W-LISTADOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * 2) E 3) CPF/CNPJ DE ORIGEM E DESTINO *
      ***************************************
      *
       REMARCAR.
                IF W-FUNCAO = 2
                   DISPLAY "CPF/CNPJ QUE SERA EXTINTO          : "
                           WITH NO ADVANCING
                ELSE
                   DISPLAY "CPF/CNPJ DIGITADO ERRADO           : "
                           WITH NO ADVANCING.
                ACCEPT W-CPF-ANT
                IF W-CPF-ANT = ZEROS
                   CLOSE ARQCLI
                   GO TO ROT-FIM.
                MOVE W-CPF-ANT TO CLI-CPF
                READ ARQCLI
                IF ST-CLI NOT = "00"
                   MOVE "00" TO ST-CLI
                   DISPLAY "*** CLIENTE NAO CADASTRADO ***"
                   GO TO REMARCAR.
                MOVE REGCLI   TO W-REGCLI-ANT
                MOVE CLI-NOME TO W-NOME-ANT
                DISPLAY "   " CLI-NOME " " CLI-CIDADE " " CLI-UF.
       REMARCAR-NOVO.
                IF W-FUNCAO = 2
                   DISPLAY "CPF/CNPJ QUE PERMANECE             : "
                           WITH NO ADVANCING
                ELSE
                   DISPLAY "TIPO CORRETO (F=CPF  J=CNPJ)       : "
                           WITH NO ADVANCING
                   ACCEPT W-TIPO-NOVO
                   IF W-TIPO-NOVO = "f"
                      MOVE "F" TO W-TIPO-NOVO
                   END-IF
                   IF W-TIPO-NOVO = "j"
                      MOVE "J" TO W-TIPO-NOVO
                   END-IF
                   IF W-TIPO-NOVO NOT = "F" AND NOT = "J"
                      DISPLAY "*** DIGITE F=CPF OU J=CNPJ ***"
                      GO TO REMARCAR-NOVO
                   END-IF
                   DISPLAY "CPF/CNPJ CORRETO                   : "
                           WITH NO ADVANCING.
                ACCEPT W-CPF-NOVO
                IF W-CPF-NOVO = ZEROS
                   GO TO REMARCAR.
                IF W-CPF-NOVO = W-CPF-ANT
                   DISPLAY "*** ORIGEM E DESTINO SAO O MESMO NUMERO ***"
                   GO TO REMARCAR-NOVO.
                MOVE W-CPF-NOVO TO CLI-CPF
                READ ARQCLI
                IF W-FUNCAO = 3
                   GO TO REMARCAR-CORRECAO.
                IF ST-CLI NOT = "00"
                   MOVE "00" TO ST-CLI
                   DISPLAY "*** CLIENTE NAO CADASTRADO ***"
                   GO TO REMARCAR-NOVO.
                IF CLI-SIT = "E"
                   DISPLAY "*** CLIENTE EXCLUIDO NAO PODE FICAR ***"
                   GO TO REMARCAR-NOVO.
                MOVE CLI-NOME TO W-NOME-NOVO
                DISPLAY "   " CLI-NOME " " CLI-CIDADE " " CLI-UF
                MOVE "U" TO W-MOTIVO
                GO TO REMARCAR-CONF.
       REMARCAR-CORRECAO.
                IF ST-CLI = "00"
                   DISPLAY "*** JA CADASTRADO - USE A OPCAO 2 ***"
                   GO TO REMARCAR-NOVO.
                MOVE "00" TO ST-CLI
                IF W-TIPO-NOVO = "F" AND W-CPF-NOVO (1:3) NOT = "000"
                   DISPLAY "*** CPF DEVE TER NO MAX. 11 DIGITOS ***"
                   GO TO REMARCAR-NOVO.
                MOVE W-CPF-NOVO TO W-CPF-DV
                PERFORM VALIDAR-DV THRU VALIDAR-DV-FIM
                IF W-DV-OK = 0
                   DISPLAY "*** DIGITO VERIFICADOR INVALIDO ***"
                   GO TO REMARCAR-NOVO.
                MOVE W-NOME-ANT TO W-NOME-NOVO
                MOVE "C" TO W-MOTIVO.
       REMARCAR-CONF.
                DISPLAY "CONFIRMA A PASSAGEM DE " W-CPF-ANT " PARA "
                        W-CPF-NOVO
                DISPLAY "(S/N)                                      : "
                        WITH NO ADVANCING
                ACCEPT W-OPCAO
                IF W-OPCAO = "s"
                   MOVE "S" TO W-OPCAO.
                IF W-OPCAO NOT = "S"
                   DISPLAY "*** NADA FOI ALTERADO ***"
                   CLOSE ARQCLI
                   GO TO ROT-FIM.
      *
       REMARCAR-ABRIR.
                OPEN I-O ARQAUD
                IF ST-AUD NOT = "00"
                   IF ST-AUD = "30" OR "35"
                      OPEN OUTPUT ARQAUD
                      CLOSE ARQAUD
                      OPEN I-O ARQAUD
                   ELSE
                      MOVE SPACES TO SPL-LINHA
                      STRING "ERRO NA ABERTURA DO ARQ AUDITORIA: "
                             ST-AUD
                             DELIMITED BY SIZE INTO SPL-LINHA
                      PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                      CLOSE ARQCLI
                      GO TO ROT-FIM.
                OPEN I-O ARQCLIX
                IF ST-CLX NOT = "00"
                   IF ST-CLX = "30" OR "35"
                      OPEN OUTPUT ARQCLIX
                      CLOSE ARQCLIX
                      OPEN I-O ARQCLIX
                   ELSE
                      MOVE SPACES TO SPL-LINHA
                      STRING "ERRO NA ABERTURA DO ARQCLIX: "
                             ST-CLX
                             DELIMITED BY SIZE INTO SPL-LINHA
                      PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                      CLOSE ARQCLI ARQAUD
                      GO TO ROT-FIM.
                OPEN I-O ARQVDA
                IF ST-VDA = "00"
                   MOVE 1 TO W-TEM-VDA
                ELSE
                   MOVE 0 TO W-TEM-VDA
                   MOVE "00" TO ST-VDA.
                OPEN I-O ARQCR
                IF ST-CR = "00"
                   MOVE 1 TO W-TEM-CR
                ELSE
                   MOVE 0 TO W-TEM-CR
                   MOVE "00" TO ST-CR.
                OPEN I-O ARQCRD
                IF ST-CRD = "00"
                   MOVE 1 TO W-TEM-CRD
                ELSE
                   MOVE 0 TO W-TEM-CRD
                   MOVE "00" TO ST-CRD.
                OPEN I-O ARQCRDM
                IF ST-CDM = "00"
                   MOVE 1 TO W-TEM-CDM
                ELSE
                   MOVE 0 TO W-TEM-CDM
                   MOVE "00" TO ST-CDM.
                OPEN I-O ARQPTS
                IF ST-PTS = "00"
                   MOVE 1 TO W-TEM-PTS
                ELSE
                   MOVE 0 TO W-TEM-PTS
                   MOVE "00" TO ST-PTS.
                OPEN I-O ARQPTSM
                IF ST-PTM = "00"
                   MOVE 1 TO W-TEM-PTM
                ELSE
                   MOVE 0 TO W-TEM-PTM
                   MOVE "00" TO ST-PTM.
                OPEN I-O ARQCOB
                IF ST-COB = "00"
                   MOVE 1 TO W-TEM-COB
                ELSE
                   MOVE 0 TO W-TEM-COB
                   MOVE "00" TO ST-COB.
                OPEN I-O ARQACD
                IF ST-ACD = "00"
                   MOVE 1 TO W-TEM-ACD
                ELSE
                   MOVE 0 TO W-TEM-ACD
                   MOVE "00" TO ST-ACD.
                OPEN I-O ARQCHQ
                IF ST-CHQ = "00"
                   MOVE 1 TO W-TEM-CHQ
                ELSE
                   MOVE 0 TO W-TEM-CHQ
                   MOVE "00" TO ST-CHQ.
                OPEN I-O ARQPDV
                IF ST-PDV = "00"
                   MOVE 1 TO W-TEM-PDV
                ELSE
                   MOVE 0 TO W-TEM-PDV
                   MOVE "00" TO ST-PDV.
                OPEN I-O ARQENC
                IF ST-ENC = "00"
                   MOVE 1 TO W-TEM-ENC
                ELSE
                   MOVE 0 TO W-TEM-ENC
                   MOVE "00" TO ST-ENC.
                OPEN I-O ARQCSG
                IF ST-CSG = "00"
                   MOVE 1 TO W-TEM-CSG
                ELSE
                   MOVE 0 TO W-TEM-CSG
                   MOVE "00" TO ST-CSG.
                OPEN I-O ARQORC
                IF ST-ORC = "00"
                   MOVE 1 TO W-TEM-ORC
                ELSE
                   MOVE 0 TO W-TEM-ORC
                   MOVE "00" TO ST-ORC.
                OPEN I-O ARQSER
                IF ST-SER = "00"
                   MOVE 1 TO W-TEM-SER
                ELSE
                   MOVE 0 TO W-TEM-SER
                   MOVE "00" TO ST-SER.
                OPEN I-O ARQFRN
                IF ST-FRN = "00"
                   MOVE 1 TO W-TEM-FRN
                ELSE
                   MOVE 0 TO W-TEM-FRN
                   MOVE "00" TO ST-FRN.
                OPEN I-O ARQPDA
                IF ST-PDA = "00"
                   MOVE 1 TO W-TEM-PDA
                ELSE
                   MOVE 0 TO W-TEM-PDA
                   MOVE "00" TO ST-PDA.
                OPEN I-O ARQEND
                IF ST-END = "00"
                   MOVE 1 TO W-TEM-END
                ELSE
                   MOVE 0 TO W-TEM-END
                   MOVE "00" TO ST-END.
                OPEN I-O ARQENT
                IF ST-ENT = "00"
                   MOVE 1 TO W-TEM-ENT
                ELSE
                   MOVE 0 TO W-TEM-ENT
                   MOVE "00" TO ST-ENT.
                MOVE SPACES TO SPL-LINHA
                STRING " DE  " W-CPF-ANT " " W-NOME-ANT
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " PARA " W-CPF-NOVO " " W-NOME-NOVO
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
      ***************************************
      * CORRECAO: CRIA O CADASTRO NO NUMERO  *
      * CORRETO A PARTIR DO CADASTRO ERRADO  *
      ***************************************
      *
       CRIAR-NOVO.
                IF W-MOTIVO NOT = "C"
                   GO TO REMARCAR-ARQUIVOS.
                MOVE W-REGCLI-ANT TO REGCLI
                MOVE W-CPF-NOVO   TO CLI-CPF
                MOVE W-TIPO-NOVO  TO CLI-TIPO
                MOVE 1            TO CLI-VERSAO
                WRITE REGCLI
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CLI THRU DIARIO-CLI-FIM
                IF ST-CLI NOT = "00"
                   MOVE "ARQCLI" TO ERR-ARQUIVO
                   MOVE ST-CLI   TO ERR-STATUS
                   MOVE "ERRO NA INCLUSAO DO CPF/CNPJ CORRIGIDO"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** ERRO " ST-CLI " NA INCLUSAO DO NOVO"
                          " CADASTRO - NADA FOI REMARCADO ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   MOVE "00" TO ST-CLI
                   GO TO REMARCAR-FIM.
                MOVE "ARQCLI"   TO W-AUD-ARQ
                MOVE "I"        TO W-AUD-OP
                MOVE W-CPF-NOVO TO W-AUD-CHAVE
                PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM.
      *
       REMARCAR-ARQUIVOS.
                PERFORM REMARCAR-END THRU REMARCAR-END-FIM
                PERFORM REMARCAR-VDA THRU REMARCAR-VDA-FIM
                PERFORM REMARCAR-CR  THRU REMARCAR-CR-FIM
                PERFORM REMARCAR-CRD THRU REMARCAR-CRD-FIM
                PERFORM REMARCAR-CDM THRU REMARCAR-CDM-FIM
                PERFORM REMARCAR-PTS THRU REMARCAR-PTS-FIM
                PERFORM REMARCAR-PTM THRU REMARCAR-PTM-FIM
                PERFORM REMARCAR-COB THRU REMARCAR-COB-FIM
                PERFORM REMARCAR-ACD THRU REMARCAR-ACD-FIM
                PERFORM REMARCAR-CHQ THRU REMARCAR-CHQ-FIM
                PERFORM REMARCAR-PDV THRU REMARCAR-PDV-FIM
                PERFORM REMARCAR-ENC THRU REMARCAR-ENC-FIM
                PERFORM REMARCAR-CSG THRU REMARCAR-CSG-FIM
                PERFORM REMARCAR-ORC THRU REMARCAR-ORC-FIM
                PERFORM REMARCAR-SER THRU REMARCAR-SER-FIM
                PERFORM REMARCAR-FRN THRU REMARCAR-FRN-FIM
                PERFORM REMARCAR-PDA THRU REMARCAR-PDA-FIM.
      *
      ***************************************
      * GUARDA O CADASTRO ANTIGO NO ARQCLIX  *
      * E O EXCLUI DO ARQCLI                 *
      ***************************************
      *
       ARQUIVAR-ANTIGO.
                MOVE W-CPF-ANT    TO CLX-CPF-ANT
                MOVE W-CPF-NOVO   TO CLX-CPF-NOVO
                ACCEPT CLX-DATA FROM DATE YYYYMMDD
                MOVE W-MOTIVO     TO CLX-MOTIVO
                MOVE W-SUP-NOME   TO CLX-OPERADOR
                MOVE W-REGCLI-ANT TO CLX-REGCLI
                WRITE REGCLX
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CLIX THRU DIARIO-CLIX-FIM
                IF ST-CLX = "22"
                   MOVE "00" TO ST-CLX
                   REWRITE REGCLX
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-CLIX THRU DIARIO-CLIX-FIM.
                IF ST-CLX NOT = "00"
                   MOVE "ARQCLIX" TO ERR-ARQUIVO
                   MOVE ST-CLX    TO ERR-STATUS
                   MOVE "CADASTRO ANTIGO NAO ARQUIVADO - NAO EXCLUIDO"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** ERRO " ST-CLX " AO ARQUIVAR O CADASTRO"
                          " ANTIGO - ELE NAO FOI EXCLUIDO ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   MOVE "00" TO ST-CLX
                   GO TO REMARCAR-FIM.
                MOVE W-CPF-ANT TO CLI-CPF
                DELETE ARQCLI
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-CLI THRU DIARIO-CLI-FIM
                IF ST-CLI NOT = "00"
                   MOVE "ARQCLI" TO ERR-ARQUIVO
                   MOVE ST-CLI   TO ERR-STATUS
                   MOVE "ERRO NA EXCLUSAO DO CADASTRO ANTIGO"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-CLI
                   GO TO REMARCAR-FIM.
                MOVE "ARQCLI"  TO W-AUD-ARQ
                MOVE "E"       TO W-AUD-OP
                MOVE W-CPF-ANT TO W-AUD-CHAVE
                PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM.
      *
       REMARCAR-FIM.
                CLOSE ARQCLI ARQAUD ARQCLIX
                IF W-TEM-VDA = 1
                   CLOSE ARQVDA.
                IF W-TEM-CR = 1
                   CLOSE ARQCR.
                IF W-TEM-CRD = 1
                   CLOSE ARQCRD.
                IF W-TEM-CDM = 1
                   CLOSE ARQCRDM.
                IF W-TEM-PTS = 1
                   CLOSE ARQPTS.
                IF W-TEM-PTM = 1
                   CLOSE ARQPTSM.
                IF W-TEM-COB = 1
                   CLOSE ARQCOB.
                IF W-TEM-ACD = 1
                   CLOSE ARQACD.
                IF W-TEM-CHQ = 1
                   CLOSE ARQCHQ.
                IF W-TEM-PDV = 1
                   CLOSE ARQPDV.
                IF W-TEM-ENC = 1
                   CLOSE ARQENC.
                IF W-TEM-CSG = 1
                   CLOSE ARQCSG.
                IF W-TEM-ORC = 1
                   CLOSE ARQORC.
                IF W-TEM-SER = 1
                   CLOSE ARQSER.
                IF W-TEM-FRN = 1
                   CLOSE ARQFRN.
                IF W-TEM-PDA = 1
                   CLOSE ARQPDA.
                IF W-TEM-END = 1
                   CLOSE ARQEND.
                IF W-TEM-ENT = 1
                   CLOSE ARQENT.
                MOVE SPACES TO SPL-LINHA
                STRING "TOTAL DE REGISTROS REMARCADOS : " W-TOT-REMARC
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "*** REMARCACAO CONCLUIDA ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * LOCAIS DE ENTREGA: NA UNIFICACAO VAO *
      * PARA O FIM DA SEQUENCIA DO CPF QUE   *
      * FICA; NA CORRECAO MANTEM A SEQUENCIA *
      * W-END-NOVO GUARDA A SEQUENCIA NOVA   *
      * DE CADA LOCAL PARA ACERTAR ARQENT E  *
      * ARQPDV                               *
      ***************************************
      *
       REMARCAR-END.
                MOVE ZEROS TO W-QTDE W-TAB-END
                MOVE "ARQEND" TO W-AUD-ARQ
                IF W-TEM-END = 0
                   GO TO REMARCAR-END-FIM.
                MOVE ZEROS TO W-SEQ
                IF W-MOTIVO = "C"
                   GO TO REMARCAR-END-LOOP.
                MOVE W-CPF-NOVO TO END-CLI-CPF
                MOVE ZEROS      TO END-SEQ
                START ARQEND KEY IS NOT LESS END-CHAVE INVALID KEY
                      MOVE "10" TO ST-END.
       REMARCAR-END-ULT.
                IF ST-END NOT = "00"
                   MOVE "00" TO ST-END
                   GO TO REMARCAR-END-LOOP.
                READ ARQEND NEXT
                   AT END MOVE "10" TO ST-END.
                IF ST-END = "00" AND END-CLI-CPF = W-CPF-NOVO
                   MOVE END-SEQ TO W-SEQ
                   GO TO REMARCAR-END-ULT.
                MOVE "00" TO ST-END.
       REMARCAR-END-LOOP.
                MOVE W-CPF-ANT TO END-CLI-CPF
                MOVE ZEROS     TO END-SEQ
                START ARQEND KEY IS NOT LESS END-CHAVE INVALID KEY
                      MOVE "10" TO ST-END.
                IF ST-END NOT = "00"
                   MOVE "00" TO ST-END
                   GO TO REMARCAR-END-TOT.
                READ ARQEND NEXT
                   AT END MOVE "10" TO ST-END.
                IF ST-END NOT = "00" OR END-CLI-CPF NOT = W-CPF-ANT
                   MOVE "00" TO ST-END
                   GO TO REMARCAR-END-TOT.
                IF W-MOTIVO = "U" AND W-SEQ NOT < 99
                   MOVE "ARQEND" TO ERR-ARQUIVO
                   MOVE "99"     TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   GO TO REMARCAR-END-TOT.
                MOVE END-SEQ TO W-END-ANT
                MOVE REGEND TO W-REG-SALVO
                DELETE ARQEND
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-END THRU DIARIO-END-FIM
                IF ST-END NOT = "00"
                   MOVE "ARQEND" TO ERR-ARQUIVO
                   MOVE ST-END TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-END
                   GO TO REMARCAR-END-TOT.
                MOVE W-REG-SALVO TO REGEND
                IF W-MOTIVO = "U"
                   ADD 1 TO W-SEQ
                   MOVE W-SEQ TO END-SEQ.
                MOVE W-CPF-NOVO TO END-CLI-CPF
                WRITE REGEND
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-END THRU DIARIO-END-FIM
                IF ST-END NOT = "00"
                   MOVE "ARQEND" TO ERR-ARQUIVO
                   MOVE ST-END TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-END
                   GO TO REMARCAR-END-TOT.
                IF W-END-ANT > ZEROS
                   MOVE END-SEQ TO W-END-NOVO (W-END-ANT).
                MOVE END-CHAVE TO W-AUD-CHAVE
                PERFORM AUDITAR-REMARC THRU AUDITAR-REMARC-FIM
                GO TO REMARCAR-END-LOOP.
       REMARCAR-END-TOT.
                PERFORM IMPRIMIR-QTDE THRU IMPRIMIR-QTDE-FIM.
       REMARCAR-END-FIM.
                EXIT.
      *
      ***************************************
      * ACERTA O LOCAL DE ENTREGA DA NOTA    *
      * DO ITEM REMARCADO CONFORME A NOVA    *
      * SEQUENCIA DO LOCAL NO CPF QUE FICA   *
      ***************************************
      *
       REMARCAR-ENT.
                IF W-TEM-ENT = 0
                   GO TO REMARCAR-ENT-FIM.
                MOVE VDA-NUM-NOTA TO ENT-NUM-NOTA
                READ ARQENT
                IF ST-ENT NOT = "00"
                   MOVE "00" TO ST-ENT
                   GO TO REMARCAR-ENT-FIM.
                MOVE REGENT TO JRN-ANT-ENT
                IF ENT-END-SEQ = ZEROS
                   GO TO REMARCAR-ENT-FIM.
                IF W-END-NOVO (ENT-END-SEQ) = ZEROS OR
                   W-END-NOVO (ENT-END-SEQ) = ENT-END-SEQ
                   GO TO REMARCAR-ENT-FIM.
                MOVE W-END-NOVO (ENT-END-SEQ) TO ENT-END-SEQ
                REWRITE REGENT
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-ENT THRU DIARIO-ENT-FIM
                IF ST-ENT NOT = "00"
                   MOVE "ARQENT" TO ERR-ARQUIVO
                   MOVE ST-ENT TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-ENT.
       REMARCAR-ENT-FIM.
                EXIT.
      *
      ***************************************
      * ITENS DE VENDA (CPF NAO E CHAVE)     *
      ***************************************
      *
       REMARCAR-VDA.
                MOVE ZEROS TO W-QTDE
                IF W-TEM-VDA = 0
                   GO TO REMARCAR-VDA-FIM.
                MOVE LOW-VALUES TO VDA-CHAVE
                START ARQVDA KEY IS NOT LESS VDA-CHAVE INVALID KEY
                      MOVE "10" TO ST-VDA.
       REMARCAR-VDA-LOOP.
                IF ST-VDA NOT = "00"
                   MOVE "00" TO ST-VDA
                   MOVE "ARQVDA" TO W-AUD-ARQ
                   GO TO REMARCAR-VDA-TOT.
                READ ARQVDA NEXT
                   AT END MOVE "10" TO ST-VDA.
                MOVE REGVDA TO JRN-ANT-VDA
                IF ST-VDA NOT = "00"
                   GO TO REMARCAR-VDA-LOOP.
                IF VDA-CLI-CPF NOT = W-CPF-ANT
                   GO TO REMARCAR-VDA-LOOP.
                MOVE W-CPF-NOVO TO VDA-CLI-CPF
                REWRITE REGVDA
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-VDA THRU DIARIO-VDA-FIM
                IF ST-VDA NOT = "00"
                   MOVE "ARQVDA" TO ERR-ARQUIVO
                   MOVE ST-VDA TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-VDA
                   GO TO REMARCAR-VDA-LOOP.
                MOVE "ARQVDA"  TO W-AUD-ARQ
                MOVE VDA-CHAVE TO W-AUD-CHAVE
                PERFORM AUDITAR-REMARC THRU AUDITAR-REMARC-FIM
                IF VDA-ITEM = 1
                   PERFORM REMARCAR-ENT THRU REMARCAR-ENT-FIM.
                GO TO REMARCAR-VDA-LOOP.
       REMARCAR-VDA-TOT.
                PERFORM IMPRIMIR-QTDE THRU IMPRIMIR-QTDE-FIM.
       REMARCAR-VDA-FIM.
                EXIT.
      *
      ***************************************
      * TITULOS A RECEBER (CPF E CHAVE       *
      * ALTERNATIVA: REPOSICIONA A CADA      *
      * REGISTRO REMARCADO)                  *
      ***************************************
      *
       REMARCAR-CR.
                MOVE ZEROS TO W-QTDE
                MOVE "ARQCR" TO W-AUD-ARQ
                IF W-TEM-CR = 0
                   GO TO REMARCAR-CR-FIM.
       REMARCAR-CR-LOOP.
                MOVE W-CPF-ANT TO CR-CLI-CPF
                START ARQCR KEY IS NOT LESS CR-CLI-CPF INVALID KEY
                      MOVE "10" TO ST-CR.
                IF ST-CR NOT = "00"
                   MOVE "00" TO ST-CR
                   GO TO REMARCAR-CR-TOT.
                READ ARQCR NEXT
                   AT END MOVE "10" TO ST-CR.
                MOVE REGCR TO JRN-ANT-CR
                IF ST-CR NOT = "00" OR CR-CLI-CPF NOT = W-CPF-ANT
                   MOVE "00" TO ST-CR
                   GO TO REMARCAR-CR-TOT.
                MOVE W-CPF-NOVO TO CR-CLI-CPF
                REWRITE REGCR
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CR THRU DIARIO-CR-FIM
                IF ST-CR NOT = "00"
                   MOVE "ARQCR" TO ERR-ARQUIVO
                   MOVE ST-CR TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-CR
                   GO TO REMARCAR-CR-TOT.
                MOVE "ARQCR"  TO W-AUD-ARQ
                MOVE CR-CHAVE TO W-AUD-CHAVE
                PERFORM AUDITAR-REMARC THRU AUDITAR-REMARC-FIM
                GO TO REMARCAR-CR-LOOP.
       REMARCAR-CR-TOT.
                PERFORM IMPRIMIR-QTDE THRU IMPRIMIR-QTDE-FIM.
       REMARCAR-CR-FIM.
                EXIT.
      *
      ***************************************
      * SALDO DE CREDITO: SOMA NO CADASTRO   *
      * QUE PERMANECE E EXCLUI O ANTIGO      *
      ***************************************
      *
       REMARCAR-CRD.
                MOVE ZEROS TO W-QTDE
                MOVE "ARQCRD" TO W-AUD-ARQ
                IF W-TEM-CRD = 0
                   GO TO REMARCAR-CRD-FIM.
                MOVE W-CPF-ANT TO CRD-CLI-CPF
                READ ARQCRD
                MOVE REGCRD TO JRN-ANT-CRD
                IF ST-CRD NOT = "00"
                   MOVE "00" TO ST-CRD
                   GO TO REMARCAR-CRD-TOT.
                MOVE CRD-SALDO TO W-SALDO-ANT
                MOVE REGCRD    TO W-REG-SALVO
                MOVE W-CPF-NOVO TO CRD-CLI-CPF
                READ ARQCRD
                MOVE REGCRD TO JRN-ANT-CRD
                IF ST-CRD = "00"
                   ADD W-SALDO-ANT TO CRD-SALDO
                   REWRITE REGCRD
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-CRD THRU DIARIO-CRD-FIM
                ELSE
                   MOVE W-REG-SALVO TO REGCRD
                   MOVE W-CPF-NOVO  TO CRD-CLI-CPF
                   WRITE REGCRD
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-CRD THRU DIARIO-CRD-FIM.
                IF ST-CRD NOT = "00"
                   MOVE "ARQCRD" TO ERR-ARQUIVO
                   MOVE ST-CRD TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-CRD
                   GO TO REMARCAR-CRD-TOT.
                MOVE W-CPF-ANT TO CRD-CLI-CPF
                DELETE ARQCRD
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-CRD THRU DIARIO-CRD-FIM
                IF ST-CRD NOT = "00"
                   MOVE "00" TO ST-CRD.
                MOVE W-CPF-NOVO TO W-AUD-CHAVE
                PERFORM AUDITAR-REMARC THRU AUDITAR-REMARC-FIM.
       REMARCAR-CRD-TOT.
                PERFORM IMPRIMIR-QTDE THRU IMPRIMIR-QTDE-FIM.
       REMARCAR-CRD-FIM.
                EXIT.
      *
      ***************************************
      * MOVIMENTOS DE CREDITO: VAO PARA O    *
      * FIM DA SEQUENCIA DO CPF QUE FICA     *
      ***************************************
      *
       REMARCAR-CDM.
                MOVE ZEROS TO W-QTDE
                MOVE "ARQCRDM" TO W-AUD-ARQ
                IF W-TEM-CDM = 0
                   GO TO REMARCAR-CDM-FIM.
                MOVE ZEROS TO W-SEQ
                MOVE W-CPF-NOVO TO CDM-CLI-CPF
                MOVE ZEROS      TO CDM-SEQ
                START ARQCRDM KEY IS NOT LESS CDM-CHAVE INVALID KEY
                      MOVE "10" TO ST-CDM.
       REMARCAR-CDM-ULT.
                IF ST-CDM NOT = "00"
                   MOVE "00" TO ST-CDM
                   GO TO REMARCAR-CDM-LOOP.
                READ ARQCRDM NEXT
                   AT END MOVE "10" TO ST-CDM.
                IF ST-CDM = "00" AND CDM-CLI-CPF = W-CPF-NOVO
                   MOVE CDM-SEQ TO W-SEQ
                   GO TO REMARCAR-CDM-ULT.
                MOVE "00" TO ST-CDM.
       REMARCAR-CDM-LOOP.
                MOVE W-CPF-ANT TO CDM-CLI-CPF
                MOVE ZEROS     TO CDM-SEQ
                START ARQCRDM KEY IS NOT LESS CDM-CHAVE INVALID KEY
                      MOVE "10" TO ST-CDM.
                IF ST-CDM NOT = "00"
                   MOVE "00" TO ST-CDM
                   GO TO REMARCAR-CDM-TOT.
                READ ARQCRDM NEXT
                   AT END MOVE "10" TO ST-CDM.
                IF ST-CDM NOT = "00" OR CDM-CLI-CPF NOT = W-CPF-ANT
                   MOVE "00" TO ST-CDM
                   GO TO REMARCAR-CDM-TOT.
                MOVE REGCDM TO W-REG-SALVO
                DELETE ARQCRDM
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-CRDM THRU DIARIO-CRDM-FIM
                IF ST-CDM NOT = "00"
                   MOVE "ARQCRDM" TO ERR-ARQUIVO
                   MOVE ST-CDM TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-CDM
                   GO TO REMARCAR-CDM-TOT.
                MOVE W-REG-SALVO TO REGCDM
                ADD 1 TO W-SEQ
                MOVE W-CPF-NOVO TO CDM-CLI-CPF
                MOVE W-SEQ      TO CDM-SEQ
                WRITE REGCDM
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CRDM THRU DIARIO-CRDM-FIM
                IF ST-CDM NOT = "00"
                   MOVE "ARQCRDM" TO ERR-ARQUIVO
                   MOVE ST-CDM TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-CDM
                   GO TO REMARCAR-CDM-TOT.
                MOVE CDM-CHAVE TO W-AUD-CHAVE
                PERFORM AUDITAR-REMARC THRU AUDITAR-REMARC-FIM
                GO TO REMARCAR-CDM-LOOP.
       REMARCAR-CDM-TOT.
                PERFORM IMPRIMIR-QTDE THRU IMPRIMIR-QTDE-FIM.
       REMARCAR-CDM-FIM.
                EXIT.
      *
      ***************************************
      * SALDO DE PONTOS: SOMA NO CADASTRO    *
      * QUE PERMANECE E EXCLUI O ANTIGO      *
      ***************************************
      *
       REMARCAR-PTS.
                MOVE ZEROS TO W-QTDE
                MOVE "ARQPTS" TO W-AUD-ARQ
                IF W-TEM-PTS = 0
                   GO TO REMARCAR-PTS-FIM.
                MOVE W-CPF-ANT TO PTS-CLI-CPF
                READ ARQPTS
                MOVE REGPTS TO JRN-ANT-PTS
                IF ST-PTS NOT = "00"
                   MOVE "00" TO ST-PTS
                   GO TO REMARCAR-PTS-TOT.
                MOVE PTS-SALDO TO W-SALDO-ANT
                MOVE REGPTS    TO W-REG-SALVO
                MOVE W-CPF-NOVO TO PTS-CLI-CPF
                READ ARQPTS
                MOVE REGPTS TO JRN-ANT-PTS
                IF ST-PTS = "00"
                   ADD W-SALDO-ANT TO PTS-SALDO
                   REWRITE REGPTS
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-PTS THRU DIARIO-PTS-FIM
                ELSE
                   MOVE W-REG-SALVO TO REGPTS
                   MOVE W-CPF-NOVO  TO PTS-CLI-CPF
                   WRITE REGPTS
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-PTS THRU DIARIO-PTS-FIM.
                IF ST-PTS NOT = "00"
                   MOVE "ARQPTS" TO ERR-ARQUIVO
                   MOVE ST-PTS TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-PTS
                   GO TO REMARCAR-PTS-TOT.
                MOVE W-CPF-ANT TO PTS-CLI-CPF
                DELETE ARQPTS
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-PTS THRU DIARIO-PTS-FIM
                IF ST-PTS NOT = "00"
                   MOVE "00" TO ST-PTS.
                MOVE W-CPF-NOVO TO W-AUD-CHAVE
                PERFORM AUDITAR-REMARC THRU AUDITAR-REMARC-FIM.
       REMARCAR-PTS-TOT.
                PERFORM IMPRIMIR-QTDE THRU IMPRIMIR-QTDE-FIM.
       REMARCAR-PTS-FIM.
                EXIT.
      *
      ***************************************
      * MOVIMENTOS DE PONTOS: VAO PARA O     *
      * FIM DA SEQUENCIA DO CPF QUE FICA     *
      ***************************************
      *
       REMARCAR-PTM.
                MOVE ZEROS TO W-QTDE
                MOVE "ARQPTSM" TO W-AUD-ARQ
                IF W-TEM-PTM = 0
                   GO TO REMARCAR-PTM-FIM.
                MOVE ZEROS TO W-SEQ
                MOVE W-CPF-NOVO TO PTM-CLI-CPF
                MOVE ZEROS      TO PTM-SEQ
                START ARQPTSM KEY IS NOT LESS PTM-CHAVE INVALID KEY
                      MOVE "10" TO ST-PTM.
       REMARCAR-PTM-ULT.
                IF ST-PTM NOT = "00"
                   MOVE "00" TO ST-PTM
                   GO TO REMARCAR-PTM-LOOP.
                READ ARQPTSM NEXT
                   AT END MOVE "10" TO ST-PTM.
                IF ST-PTM = "00" AND PTM-CLI-CPF = W-CPF-NOVO
                   MOVE PTM-SEQ TO W-SEQ
                   GO TO REMARCAR-PTM-ULT.
                MOVE "00" TO ST-PTM.
       REMARCAR-PTM-LOOP.
                MOVE W-CPF-ANT TO PTM-CLI-CPF
                MOVE ZEROS     TO PTM-SEQ
                START ARQPTSM KEY IS NOT LESS PTM-CHAVE INVALID KEY
                      MOVE "10" TO ST-PTM.
                IF ST-PTM NOT = "00"
                   MOVE "00" TO ST-PTM
                   GO TO REMARCAR-PTM-TOT.
                READ ARQPTSM NEXT
                   AT END MOVE "10" TO ST-PTM.
                IF ST-PTM NOT = "00" OR PTM-CLI-CPF NOT = W-CPF-ANT
                   MOVE "00" TO ST-PTM
                   GO TO REMARCAR-PTM-TOT.
                MOVE REGPTM TO W-REG-SALVO
                DELETE ARQPTSM
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-PTSM THRU DIARIO-PTSM-FIM
                IF ST-PTM NOT = "00"
                   MOVE "ARQPTSM" TO ERR-ARQUIVO
                   MOVE ST-PTM TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-PTM
                   GO TO REMARCAR-PTM-TOT.
                MOVE W-REG-SALVO TO REGPTM
                ADD 1 TO W-SEQ
                MOVE W-CPF-NOVO TO PTM-CLI-CPF
                MOVE W-SEQ      TO PTM-SEQ
                WRITE REGPTM
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-PTSM THRU DIARIO-PTSM-FIM
                IF ST-PTM NOT = "00"
                   MOVE "ARQPTSM" TO ERR-ARQUIVO
                   MOVE ST-PTM TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-PTM
                   GO TO REMARCAR-PTM-TOT.
                MOVE PTM-CHAVE TO W-AUD-CHAVE
                PERFORM AUDITAR-REMARC THRU AUDITAR-REMARC-FIM
                GO TO REMARCAR-PTM-LOOP.
       REMARCAR-PTM-TOT.
                PERFORM IMPRIMIR-QTDE THRU IMPRIMIR-QTDE-FIM.
       REMARCAR-PTM-FIM.
                EXIT.
      *
      ***************************************
      * HISTORICO DE COBRANCA: VAI PARA O    *
      * FIM DA SEQUENCIA DO CPF QUE FICA     *
      ***************************************
      *
       REMARCAR-COB.
                MOVE ZEROS TO W-QTDE
                MOVE "ARQCOB" TO W-AUD-ARQ
                IF W-TEM-COB = 0
                   GO TO REMARCAR-COB-FIM.
                MOVE ZEROS TO W-SEQ
                MOVE W-CPF-NOVO TO COB-CLI-CPF
                MOVE ZEROS      TO COB-SEQ
                START ARQCOB KEY IS NOT LESS COB-CHAVE INVALID KEY
                      MOVE "10" TO ST-COB.
       REMARCAR-COB-ULT.
                IF ST-COB NOT = "00"
                   MOVE "00" TO ST-COB
                   GO TO REMARCAR-COB-LOOP.
                READ ARQCOB NEXT
                   AT END MOVE "10" TO ST-COB.
                IF ST-COB = "00" AND COB-CLI-CPF = W-CPF-NOVO
                   MOVE COB-SEQ TO W-SEQ
                   GO TO REMARCAR-COB-ULT.
                MOVE "00" TO ST-COB.
       REMARCAR-COB-LOOP.
                MOVE W-CPF-ANT TO COB-CLI-CPF
                MOVE ZEROS     TO COB-SEQ
                START ARQCOB KEY IS NOT LESS COB-CHAVE INVALID KEY
                      MOVE "10" TO ST-COB.
                IF ST-COB NOT = "00"
                   MOVE "00" TO ST-COB
                   GO TO REMARCAR-COB-TOT.
                READ ARQCOB NEXT
                   AT END MOVE "10" TO ST-COB.
                IF ST-COB NOT = "00" OR COB-CLI-CPF NOT = W-CPF-ANT
                   MOVE "00" TO ST-COB
                   GO TO REMARCAR-COB-TOT.
                MOVE REGCOB TO W-REG-SALVO
                DELETE ARQCOB
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-COB THRU DIARIO-COB-FIM
                IF ST-COB NOT = "00"
                   MOVE "ARQCOB" TO ERR-ARQUIVO
                   MOVE ST-COB TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-COB
                   GO TO REMARCAR-COB-TOT.
                MOVE W-REG-SALVO TO REGCOB
                ADD 1 TO W-SEQ
                MOVE W-CPF-NOVO TO COB-CLI-CPF
                MOVE W-SEQ      TO COB-SEQ
                WRITE REGCOB
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-COB THRU DIARIO-COB-FIM
                IF ST-COB NOT = "00"
                   MOVE "ARQCOB" TO ERR-ARQUIVO
                   MOVE ST-COB TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-COB
                   GO TO REMARCAR-COB-TOT.
                MOVE COB-CHAVE TO W-AUD-CHAVE
                PERFORM AUDITAR-REMARC THRU AUDITAR-REMARC-FIM
                GO TO REMARCAR-COB-LOOP.
       REMARCAR-COB-TOT.
                PERFORM IMPRIMIR-QTDE THRU IMPRIMIR-QTDE-FIM.
       REMARCAR-COB-FIM.
                EXIT.
      *
      ***************************************
      * ACORDOS COMERCIAIS: SE O CPF QUE     *
      * FICA JA TEM ACORDO PARA O PRODUTO,   *
      * VALE O DELE E O ANTIGO E EXCLUIDO    *
      ***************************************
      *
       REMARCAR-ACD.
                MOVE ZEROS TO W-QTDE W-CONFLITOS
                MOVE "ARQACD" TO W-AUD-ARQ
                IF W-TEM-ACD = 0
                   GO TO REMARCAR-ACD-FIM.
       REMARCAR-ACD-LOOP.
                MOVE W-CPF-ANT TO ACD-CLI-CPF
                MOVE ZEROS     TO ACD-PRO-COD
                START ARQACD KEY IS NOT LESS ACD-CHAVE INVALID KEY
                      MOVE "10" TO ST-ACD.
                IF ST-ACD NOT = "00"
                   MOVE "00" TO ST-ACD
                   GO TO REMARCAR-ACD-TOT.
                READ ARQACD NEXT
                   AT END MOVE "10" TO ST-ACD.
                IF ST-ACD NOT = "00" OR ACD-CLI-CPF NOT = W-CPF-ANT
                   MOVE "00" TO ST-ACD
                   GO TO REMARCAR-ACD-TOT.
                MOVE REGACD TO W-REG-SALVO
                DELETE ARQACD
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-ACD THRU DIARIO-ACD-FIM
                IF ST-ACD NOT = "00"
                   MOVE "ARQACD" TO ERR-ARQUIVO
                   MOVE ST-ACD TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-ACD
                   GO TO REMARCAR-ACD-TOT.
                MOVE W-REG-SALVO TO REGACD
                MOVE W-CPF-NOVO  TO ACD-CLI-CPF
                WRITE REGACD
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-ACD THRU DIARIO-ACD-FIM
                IF ST-ACD = "22"
                   MOVE "00" TO ST-ACD
                   ADD 1 TO W-CONFLITOS
                   MOVE W-REG-SALVO (1:14) TO W-AUD-CHAVE
                   MOVE "E" TO W-AUD-OP
                   PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                   MOVE SPACES TO SPL-LINHA
                   STRING "    ACORDO DO PRODUTO " ACD-PRO-COD
                          " JA EXISTIA - ANTIGO EXCLUIDO"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO REMARCAR-ACD-LOOP.
                IF ST-ACD NOT = "00"
                   MOVE "ARQACD" TO ERR-ARQUIVO
                   MOVE ST-ACD TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-ACD
                   GO TO REMARCAR-ACD-TOT.
                MOVE ACD-CHAVE TO W-AUD-CHAVE
                PERFORM AUDITAR-REMARC THRU AUDITAR-REMARC-FIM
                GO TO REMARCAR-ACD-LOOP.
       REMARCAR-ACD-TOT.
                PERFORM IMPRIMIR-QTDE THRU IMPRIMIR-QTDE-FIM.
       REMARCAR-ACD-FIM.
                EXIT.
      *
      ***************************************
      * CHEQUES EM CUSTODIA EMITIDOS PELO    *
      * CLIENTE (CPF DO EMITENTE)            *
      ***************************************
      *
       REMARCAR-CHQ.
                MOVE ZEROS TO W-QTDE
                MOVE "ARQCHQ" TO W-AUD-ARQ
                IF W-TEM-CHQ = 0
                   GO TO REMARCAR-CHQ-FIM.
                MOVE ZEROS TO CHQ-CHAVE
                START ARQCHQ KEY IS NOT LESS CHQ-CHAVE INVALID KEY
                      MOVE "10" TO ST-CHQ.
       REMARCAR-CHQ-LOOP.
                IF ST-CHQ NOT = "00"
                   MOVE "00" TO ST-CHQ
                   GO TO REMARCAR-CHQ-TOT.
                READ ARQCHQ NEXT
                   AT END MOVE "10" TO ST-CHQ.
                MOVE REGCHQ TO JRN-ANT-CHQ
                IF ST-CHQ NOT = "00"
                   GO TO REMARCAR-CHQ-LOOP.
                IF CHQ-CPF-EMIT NOT = W-CPF-ANT
                   GO TO REMARCAR-CHQ-LOOP.
                MOVE W-CPF-NOVO TO CHQ-CPF-EMIT
                REWRITE REGCHQ
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CHQ THRU DIARIO-CHQ-FIM
                IF ST-CHQ NOT = "00"
                   MOVE "ARQCHQ" TO ERR-ARQUIVO
                   MOVE ST-CHQ TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-CHQ
                   GO TO REMARCAR-CHQ-LOOP.
                MOVE CHQ-CHAVE TO W-AUD-CHAVE
                PERFORM AUDITAR-REMARC THRU AUDITAR-REMARC-FIM
                GO TO REMARCAR-CHQ-LOOP.
       REMARCAR-CHQ-TOT.
                PERFORM IMPRIMIR-QTDE THRU IMPRIMIR-QTDE-FIM.
       REMARCAR-CHQ-FIM.
                EXIT.
      *
      ***************************************
      * PEDIDOS DE VENDA (CHAVE ALTERNATIVA) *
      ***************************************
      *
       REMARCAR-PDV.
                MOVE ZEROS TO W-QTDE
                MOVE "ARQPDV" TO W-AUD-ARQ
                IF W-TEM-PDV = 0
                   GO TO REMARCAR-PDV-FIM.
       REMARCAR-PDV-LOOP.
                MOVE W-CPF-ANT TO PDV-CLI-CPF
                START ARQPDV KEY IS NOT LESS PDV-CLI-CPF INVALID KEY
                      MOVE "10" TO ST-PDV.
                IF ST-PDV NOT = "00"
                   MOVE "00" TO ST-PDV
                   GO TO REMARCAR-PDV-TOT.
                READ ARQPDV NEXT
                   AT END MOVE "10" TO ST-PDV.
                MOVE REGPDV TO JRN-ANT-PDV
                IF ST-PDV NOT = "00" OR PDV-CLI-CPF NOT = W-CPF-ANT
                   MOVE "00" TO ST-PDV
                   GO TO REMARCAR-PDV-TOT.
                MOVE W-CPF-NOVO TO PDV-CLI-CPF
                IF PDV-END-SEQ > ZEROS
                   IF W-END-NOVO (PDV-END-SEQ) > ZEROS
                      MOVE W-END-NOVO (PDV-END-SEQ) TO PDV-END-SEQ.
                REWRITE REGPDV
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PDV THRU DIARIO-PDV-FIM
                IF ST-PDV NOT = "00"
                   MOVE "ARQPDV" TO ERR-ARQUIVO
                   MOVE ST-PDV TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-PDV
                   GO TO REMARCAR-PDV-TOT.
                MOVE PDV-NUM TO W-AUD-CHAVE
                PERFORM AUDITAR-REMARC THRU AUDITAR-REMARC-FIM
                GO TO REMARCAR-PDV-LOOP.
       REMARCAR-PDV-TOT.
                PERFORM IMPRIMIR-QTDE THRU IMPRIMIR-QTDE-FIM.
       REMARCAR-PDV-FIM.
                EXIT.
      *
      ***************************************
      * ENCOMENDAS DE CLIENTES (CHAVE ALT.)  *
      ***************************************
      *
       REMARCAR-ENC.
                MOVE ZEROS TO W-QTDE
                MOVE "ARQENC" TO W-AUD-ARQ
                IF W-TEM-ENC = 0
                   GO TO REMARCAR-ENC-FIM.
       REMARCAR-ENC-LOOP.
                MOVE W-CPF-ANT TO ENC-CLI-CPF
                START ARQENC KEY IS NOT LESS ENC-CLI-CPF INVALID KEY
                      MOVE "10" TO ST-ENC.
                IF ST-ENC NOT = "00"
                   MOVE "00" TO ST-ENC
                   GO TO REMARCAR-ENC-TOT.
                READ ARQENC NEXT
                   AT END MOVE "10" TO ST-ENC.
                MOVE REGENC TO JRN-ANT-ENC
                IF ST-ENC NOT = "00" OR ENC-CLI-CPF NOT = W-CPF-ANT
                   MOVE "00" TO ST-ENC
                   GO TO REMARCAR-ENC-TOT.
                MOVE W-CPF-NOVO TO ENC-CLI-CPF
                REWRITE REGENC
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-ENC THRU DIARIO-ENC-FIM
                IF ST-ENC NOT = "00"
                   MOVE "ARQENC" TO ERR-ARQUIVO
                   MOVE ST-ENC TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-ENC
                   GO TO REMARCAR-ENC-TOT.
                MOVE SPACES TO W-AUD-CHAVE
                STRING ENC-PRO-COD ENC-DATA (3:6)
                       DELIMITED BY SIZE INTO W-AUD-CHAVE
                PERFORM AUDITAR-REMARC THRU AUDITAR-REMARC-FIM
                GO TO REMARCAR-ENC-LOOP.
       REMARCAR-ENC-TOT.
                PERFORM IMPRIMIR-QTDE THRU IMPRIMIR-QTDE-FIM.
       REMARCAR-ENC-FIM.
                EXIT.
      *
      ***************************************
      * CONSIGNACOES DO CLIENTE (CHAVE ALT.) *
      ***************************************
      *
       REMARCAR-CSG.
                MOVE ZEROS TO W-QTDE
                MOVE "ARQCSG" TO W-AUD-ARQ
                IF W-TEM-CSG = 0
                   GO TO REMARCAR-CSG-FIM.
       REMARCAR-CSG-LOOP.
                MOVE W-CPF-ANT TO CSG-CLI-CPF
                START ARQCSG KEY IS NOT LESS CSG-CLI-CPF INVALID KEY
                      MOVE "10" TO ST-CSG.
                IF ST-CSG NOT = "00"
                   MOVE "00" TO ST-CSG
                   GO TO REMARCAR-CSG-TOT.
                READ ARQCSG NEXT
                   AT END MOVE "10" TO ST-CSG.
                MOVE REGCSG TO JRN-ANT-CSG
                IF ST-CSG NOT = "00" OR CSG-CLI-CPF NOT = W-CPF-ANT
                   MOVE "00" TO ST-CSG
                   GO TO REMARCAR-CSG-TOT.
                MOVE W-CPF-NOVO TO CSG-CLI-CPF
                REWRITE REGCSG
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CSG THRU DIARIO-CSG-FIM
                IF ST-CSG NOT = "00"
                   MOVE "ARQCSG" TO ERR-ARQUIVO
                   MOVE ST-CSG TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-CSG
                   GO TO REMARCAR-CSG-TOT.
                MOVE SPACES TO W-AUD-CHAVE
                MOVE CSG-NUM TO W-AUD-CHAVE
                PERFORM AUDITAR-REMARC THRU AUDITAR-REMARC-FIM
                GO TO REMARCAR-CSG-LOOP.
       REMARCAR-CSG-TOT.
                PERFORM IMPRIMIR-QTDE THRU IMPRIMIR-QTDE-FIM.
       REMARCAR-CSG-FIM.
                EXIT.
      *
      ***************************************
      * ORCAMENTOS (CHAVE ALTERNATIVA)       *
      ***************************************
      *
       REMARCAR-ORC.
                MOVE ZEROS TO W-QTDE
                MOVE "ARQORC" TO W-AUD-ARQ
                IF W-TEM-ORC = 0
                   GO TO REMARCAR-ORC-FIM.
       REMARCAR-ORC-LOOP.
                MOVE W-CPF-ANT TO ORC-CLI-CPF
                START ARQORC KEY IS NOT LESS ORC-CLI-CPF INVALID KEY
                      MOVE "10" TO ST-ORC.
                IF ST-ORC NOT = "00"
                   MOVE "00" TO ST-ORC
                   GO TO REMARCAR-ORC-TOT.
                READ ARQORC NEXT
                   AT END MOVE "10" TO ST-ORC.
                MOVE REGORC TO JRN-ANT-ORC
                IF ST-ORC NOT = "00" OR ORC-CLI-CPF NOT = W-CPF-ANT
                   MOVE "00" TO ST-ORC
                   GO TO REMARCAR-ORC-TOT.
                MOVE W-CPF-NOVO TO ORC-CLI-CPF
                REWRITE REGORC
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-ORC THRU DIARIO-ORC-FIM
                IF ST-ORC NOT = "00"
                   MOVE "ARQORC" TO ERR-ARQUIVO
                   MOVE ST-ORC TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-ORC
                   GO TO REMARCAR-ORC-TOT.
                MOVE ORC-CHAVE TO W-AUD-CHAVE
                PERFORM AUDITAR-REMARC THRU AUDITAR-REMARC-FIM
                GO TO REMARCAR-ORC-LOOP.
       REMARCAR-ORC-TOT.
                PERFORM IMPRIMIR-QTDE THRU IMPRIMIR-QTDE-FIM.
       REMARCAR-ORC-FIM.
                EXIT.
      *
      ***************************************
      * NUMEROS DE SERIE VENDIDOS            *
      ***************************************
      *
       REMARCAR-SER.
                MOVE ZEROS TO W-QTDE
                MOVE "ARQSER" TO W-AUD-ARQ
                IF W-TEM-SER = 0
                   GO TO REMARCAR-SER-FIM.
                MOVE LOW-VALUES TO SER-CHAVE
                START ARQSER KEY IS NOT LESS SER-CHAVE INVALID KEY
                      MOVE "10" TO ST-SER.
       REMARCAR-SER-LOOP.
                IF ST-SER NOT = "00"
                   MOVE "00" TO ST-SER
                   GO TO REMARCAR-SER-TOT.
                READ ARQSER NEXT
                   AT END MOVE "10" TO ST-SER.
                MOVE REGSER TO JRN-ANT-SER
                IF ST-SER NOT = "00"
                   GO TO REMARCAR-SER-LOOP.
                IF SER-CLI-CPF NOT = W-CPF-ANT
                   GO TO REMARCAR-SER-LOOP.
                MOVE W-CPF-NOVO TO SER-CLI-CPF
                REWRITE REGSER
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-SER THRU DIARIO-SER-FIM
                IF ST-SER NOT = "00"
                   MOVE "ARQSER" TO ERR-ARQUIVO
                   MOVE ST-SER TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-SER
                   GO TO REMARCAR-SER-LOOP.
                MOVE SER-NOTA TO W-AUD-CHAVE
                PERFORM AUDITAR-REMARC THRU AUDITAR-REMARC-FIM
                GO TO REMARCAR-SER-LOOP.
       REMARCAR-SER-TOT.
                PERFORM IMPRIMIR-QTDE THRU IMPRIMIR-QTDE-FIM.
       REMARCAR-SER-FIM.
                EXIT.
      *
      ***************************************
      * FRETE DAS NOTAS                      *
      ***************************************
      *
       REMARCAR-FRN.
                MOVE ZEROS TO W-QTDE
                MOVE "ARQFRN" TO W-AUD-ARQ
                IF W-TEM-FRN = 0
                   GO TO REMARCAR-FRN-FIM.
                MOVE ZEROS TO FRN-NUM-NOTA
                START ARQFRN KEY IS NOT LESS FRN-NUM-NOTA INVALID KEY
                      MOVE "10" TO ST-FRN.
       REMARCAR-FRN-LOOP.
                IF ST-FRN NOT = "00"
                   MOVE "00" TO ST-FRN
                   GO TO REMARCAR-FRN-TOT.
                READ ARQFRN NEXT
                   AT END MOVE "10" TO ST-FRN.
                MOVE REGFRN TO JRN-ANT-FRN
                IF ST-FRN NOT = "00"
                   GO TO REMARCAR-FRN-LOOP.
                IF FRN-CLI-CPF NOT = W-CPF-ANT
                   GO TO REMARCAR-FRN-LOOP.
                MOVE W-CPF-NOVO TO FRN-CLI-CPF
                REWRITE REGFRN
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-FRN THRU DIARIO-FRN-FIM
                IF ST-FRN NOT = "00"
                   MOVE "ARQFRN" TO ERR-ARQUIVO
                   MOVE ST-FRN TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-FRN
                   GO TO REMARCAR-FRN-LOOP.
                MOVE FRN-NUM-NOTA TO W-AUD-CHAVE
                PERFORM AUDITAR-REMARC THRU AUDITAR-REMARC-FIM
                GO TO REMARCAR-FRN-LOOP.
       REMARCAR-FRN-TOT.
                PERFORM IMPRIMIR-QTDE THRU IMPRIMIR-QTDE-FIM.
       REMARCAR-FRN-FIM.
                EXIT.
      *
      ***************************************
      * PERDAS E RECUPERACOES DE TITULOS     *
      ***************************************
      *
       REMARCAR-PDA.
                MOVE ZEROS TO W-QTDE
                MOVE "ARQPDA" TO W-AUD-ARQ
                IF W-TEM-PDA = 0
                   GO TO REMARCAR-PDA-FIM.
                MOVE LOW-VALUES TO PDA-CHAVE
                START ARQPDA KEY IS NOT LESS PDA-CHAVE INVALID KEY
                      MOVE "10" TO ST-PDA.
       REMARCAR-PDA-LOOP.
                IF ST-PDA NOT = "00"
                   MOVE "00" TO ST-PDA
                   GO TO REMARCAR-PDA-TOT.
                READ ARQPDA NEXT
                   AT END MOVE "10" TO ST-PDA.
                MOVE REGPDA TO JRN-ANT-PDA
                IF ST-PDA NOT = "00"
                   GO TO REMARCAR-PDA-LOOP.
                IF PDA-CLI-CPF NOT = W-CPF-ANT
                   GO TO REMARCAR-PDA-LOOP.
                MOVE W-CPF-NOVO TO PDA-CLI-CPF
                REWRITE REGPDA
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PDA THRU DIARIO-PDA-FIM
                IF ST-PDA NOT = "00"
                   MOVE "ARQPDA" TO ERR-ARQUIVO
                   MOVE ST-PDA TO ERR-STATUS
                   PERFORM ERRO-REMARCAR THRU ERRO-REMARCAR-FIM
                   MOVE "00" TO ST-PDA
                   GO TO REMARCAR-PDA-LOOP.
                MOVE PDA-CHAVE TO W-AUD-CHAVE
                PERFORM AUDITAR-REMARC THRU AUDITAR-REMARC-FIM
                GO TO REMARCAR-PDA-LOOP.
       REMARCAR-PDA-TOT.
                PERFORM IMPRIMIR-QTDE THRU IMPRIMIR-QTDE-FIM.
       REMARCAR-PDA-FIM.
                EXIT.
      *
      ***************************************
      * TRILHA DE UM REGISTRO REMARCADO      *
      ***************************************
      *
       AUDITAR-REMARC.
                ADD 1 TO W-QTDE W-TOT-REMARC
                MOVE "M" TO W-AUD-OP
                PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM.
       AUDITAR-REMARC-FIM.
                EXIT.
      *
       IMPRIMIR-QTDE.
                MOVE SPACES TO SPL-LINHA
                IF W-CONFLITOS = ZEROS
                   STRING "    " W-AUD-ARQ " REGISTROS REMARCADOS: "
                          W-QTDE
                          DELIMITED BY SIZE INTO SPL-LINHA
                ELSE
                   STRING "    " W-AUD-ARQ " REGISTROS REMARCADOS: "
                          W-QTDE "  EXCLUIDOS POR DUPLICIDADE: "
                          W-CONFLITOS
                          DELIMITED BY SIZE INTO SPL-LINHA.
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE ZEROS TO W-CONFLITOS.
       IMPRIMIR-QTDE-FIM.
                EXIT.
      *
       ERRO-REMARCAR.
                MOVE SPACES TO SPL-LINHA
                STRING "*** ERRO " ERR-STATUS " AO REMARCAR "
                       ERR-ARQUIVO " - REPITA A OPERACAO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE "ERRO AO REMARCAR CPF/CNPJ DO CLIENTE"
                                                  TO ERR-MENSAGEM
                PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM.
       ERRO-REMARCAR-FIM.
                EXIT.
      *
      ***************************************
      * DIGITOS VERIFICADORES DO NUMERO EM   *
      * W-CPF-DV (CPF OU CNPJ CONFORME O     *
      * TIPO EM W-TIPO-NOVO)                 *
      ***************************************
      *
       VALIDAR-DV.
                MOVE 0 TO W-DV-OK
                MOVE ZEROS TO W-SOMA-DV
                MOVE 1 TO W-IDX-DV
                IF W-TIPO-NOVO = "J"
                   GO TO VALIDAR-CNPJ1.
       VALIDAR-CPF1.
                IF W-IDX-DV < 10
                   COMPUTE W-SOMA-DV = W-SOMA-DV +
                      (W-CPF-DIG (W-IDX-DV + 3) * PESOCPF1 (W-IDX-DV))
                   ADD 1 TO W-IDX-DV
                   GO TO VALIDAR-CPF1.
                PERFORM CALC-DV THRU CALC-DV-FIM
                IF W-DV1 NOT = W-CPF-DIG (13)
                   GO TO VALIDAR-DV-FIM.
                MOVE ZEROS TO W-SOMA-DV
                MOVE 1 TO W-IDX-DV.
       VALIDAR-CPF2.
                IF W-IDX-DV < 11
                   COMPUTE W-SOMA-DV = W-SOMA-DV +
                      (W-CPF-DIG (W-IDX-DV + 3) * PESOCPF2 (W-IDX-DV))
                   ADD 1 TO W-IDX-DV
                   GO TO VALIDAR-CPF2.
                PERFORM CALC-DV THRU CALC-DV-FIM
                IF W-DV1 = W-CPF-DIG (14)
                   MOVE 1 TO W-DV-OK.
                GO TO VALIDAR-DV-FIM.
       VALIDAR-CNPJ1.
                IF W-IDX-DV < 13
                   COMPUTE W-SOMA-DV = W-SOMA-DV +
                      (W-CPF-DIG (W-IDX-DV) * PESOCNPJ1 (W-IDX-DV))
                   ADD 1 TO W-IDX-DV
                   GO TO VALIDAR-CNPJ1.
                PERFORM CALC-DV THRU CALC-DV-FIM
                IF W-DV1 NOT = W-CPF-DIG (13)
                   GO TO VALIDAR-DV-FIM.
                MOVE ZEROS TO W-SOMA-DV
                MOVE 1 TO W-IDX-DV.
       VALIDAR-CNPJ2.
                IF W-IDX-DV < 14
                   COMPUTE W-SOMA-DV = W-SOMA-DV +
                      (W-CPF-DIG (W-IDX-DV) * PESOCNPJ2 (W-IDX-DV))
                   ADD 1 TO W-IDX-DV
                   GO TO VALIDAR-CNPJ2.
                PERFORM CALC-DV THRU CALC-DV-FIM
                IF W-DV1 = W-CPF-DIG (14)
                   MOVE 1 TO W-DV-OK.
       VALIDAR-DV-FIM.
                EXIT.
      *
       CALC-DV.
                DIVIDE W-SOMA-DV BY 11 GIVING W-DV2
                       REMAINDER W-RESTO-DV
                IF W-RESTO-DV < 2
                   MOVE 0 TO W-DV1
                ELSE
                   COMPUTE W-DV1 = 11 - W-RESTO-DV.
       CALC-DV-FIM.
                EXIT.
      *
      ***************************************
      * GRAVACAO DA TRILHA DE AUDITORIA      *
      * (HORA + 1 SE A CHAVE JA EXISTIR)     *
      ***************************************
      *
       GRAVAR-AUDITORIA.
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                ACCEPT AUD-HORA FROM TIME
                MOVE W-AUD-ARQ   TO AUD-ARQUIVO
                MOVE W-AUD-OP    TO AUD-OPERACAO
                MOVE W-AUD-CHAVE TO AUD-CHAVE-REG
                MOVE W-SUP-NOME  TO AUD-OPERADOR.
       GRAVAR-AUDITORIA-WR.
                WRITE REGAUD
                IF ST-AUD = "22"
                   ADD 1 TO AUD-HORA
                   GO TO GRAVAR-AUDITORIA-WR.
                IF ST-AUD NOT = "00"
                   MOVE "00" TO ST-AUD
                   DISPLAY "*** TRILHA AUDITORIA NAO GRAVADA ***".
       GRAVAR-AUDITORIA-FIM.
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
      * GRAVACAO DO LOG DE ERROS DE ARQUIVO  *
      ***************************************
      *
       GRAVAR-ERRO.
                ACCEPT ERR-DATA FROM DATE YYYYMMDD
                ACCEPT ERR-HORA FROM TIME
                MOVE "MESCLI" TO ERR-PROGRAMA
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
                MOVE "MESCLI"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-CLI.
                MOVE "ARQCLI"     TO JRN-ARQUIVO
                MOVE ST-CLI       TO JRN-STATUS
                MOVE REGCLI TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CLI-FIM.
                EXIT.
       DIARIO-CLIX.
                MOVE "ARQCLIX"    TO JRN-ARQUIVO
                MOVE ST-CLX       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CLIX TO JRN-ANTES
                ELSE
                   MOVE REGCLX TO JRN-ANTES.
                MOVE REGCLX TO JRN-DEPOIS JRN-ANT-CLIX
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CLIX-FIM.
                EXIT.
       DIARIO-VDA.
                MOVE "ARQVDA"     TO JRN-ARQUIVO
                MOVE ST-VDA       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-VDA TO JRN-ANTES
                ELSE
                   MOVE REGVDA TO JRN-ANTES.
                MOVE REGVDA TO JRN-DEPOIS JRN-ANT-VDA
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-VDA-FIM.
                EXIT.
       DIARIO-CR.
                MOVE "ARQCR"      TO JRN-ARQUIVO
                MOVE ST-CR        TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CR TO JRN-ANTES
                ELSE
                   MOVE REGCR TO JRN-ANTES.
                MOVE REGCR TO JRN-DEPOIS JRN-ANT-CR
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CR-FIM.
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
                MOVE REGPTM TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PTSM-FIM.
                EXIT.
       DIARIO-COB.
                MOVE "ARQCOB"     TO JRN-ARQUIVO
                MOVE ST-COB       TO JRN-STATUS
                MOVE REGCOB TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-COB-FIM.
                EXIT.
       DIARIO-ACD.
                MOVE "ARQACD"     TO JRN-ARQUIVO
                MOVE ST-ACD       TO JRN-STATUS
                MOVE REGACD TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-ACD-FIM.
                EXIT.
       DIARIO-CHQ.
                MOVE "ARQCHQ"     TO JRN-ARQUIVO
                MOVE ST-CHQ       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CHQ TO JRN-ANTES
                ELSE
                   MOVE REGCHQ TO JRN-ANTES.
                MOVE REGCHQ TO JRN-DEPOIS JRN-ANT-CHQ
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CHQ-FIM.
                EXIT.
       DIARIO-END.
                MOVE "ARQEND"     TO JRN-ARQUIVO
                MOVE ST-END       TO JRN-STATUS
                MOVE REGEND TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-END-FIM.
                EXIT.
       DIARIO-ENT.
                MOVE "ARQENT"     TO JRN-ARQUIVO
                MOVE ST-ENT       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-ENT TO JRN-ANTES
                ELSE
                   MOVE REGENT TO JRN-ANTES.
                MOVE REGENT TO JRN-DEPOIS JRN-ANT-ENT
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-ENT-FIM.
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
       DIARIO-ENC.
                MOVE "ARQENC"     TO JRN-ARQUIVO
                MOVE ST-ENC       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-ENC TO JRN-ANTES
                ELSE
                   MOVE REGENC TO JRN-ANTES.
                MOVE REGENC TO JRN-DEPOIS JRN-ANT-ENC
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-ENC-FIM.
                EXIT.
       DIARIO-CSG.
                MOVE "ARQCSG"     TO JRN-ARQUIVO
                MOVE ST-CSG       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CSG TO JRN-ANTES
                ELSE
                   MOVE REGCSG TO JRN-ANTES.
                MOVE REGCSG TO JRN-DEPOIS JRN-ANT-CSG
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CSG-FIM.
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
       DIARIO-FRN.
                MOVE "ARQFRN"     TO JRN-ARQUIVO
                MOVE ST-FRN       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-FRN TO JRN-ANTES
                ELSE
                   MOVE REGFRN TO JRN-ANTES.
                MOVE REGFRN TO JRN-DEPOIS JRN-ANT-FRN
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-FRN-FIM.
                EXIT.
       DIARIO-PDA.
                MOVE "ARQPDA"     TO JRN-ARQUIVO
                MOVE ST-PDA       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PDA TO JRN-ANTES
                ELSE
                   MOVE REGPDA TO JRN-ANTES.
                MOVE REGPDA TO JRN-DEPOIS JRN-ANT-PDA
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PDA-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
                MOVE "F" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                CLOSE ARQERRO
                EXIT PROGRAM.
       ROT-FIM2.
                MOVE "F" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                EXIT PROGRAM.
       ROT-FIM3.
                EXIT PROGRAM.
