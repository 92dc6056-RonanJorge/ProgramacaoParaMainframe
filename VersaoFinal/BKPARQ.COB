                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BSPL-NUM
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
       SELECT ARQDSP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BDSP-COD
                    FILE STATUS  IS ST-IDX.
       SELECT ARQEXB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BEXB-CHAVE
                    ALTERNATE RECORD KEY IS BEXB-IDENT
                    FILE STATUS  IS ST-IDX.
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
       SELECT ARQLCB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BLCB-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQMOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BMOT-COD
                    FILE STATUS  IS ST-IDX.
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
       SELECT ARQNUM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BNUM-SERIE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQPRM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BPRM-COD
                    FILE STATUS  IS ST-IDX.
       SELECT ARQPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BPER-ANOMES
                    FILE STATUS  IS ST-IDX.
       SELECT ARQPRC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BPRC-PRO-COD
                    FILE STATUS  IS ST-IDX.
       SELECT ARQRCI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BRCI-REC-NUM
                    FILE STATUS  IS ST-IDX.
       SELECT ARQROT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BROT-CHAVE
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
       SELECT ARQSUG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BSUG-CHAVE
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
       SELECT ARQEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BEND-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQVEI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BVEI-PLACA
                    FILE STATUS  IS ST-IDX.
       SELECT ARQENC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BENC-CHAVE
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS BENC-CLI-CPF
                                   WITH DUPLICATES.
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
       SELECT ARQRPC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BRPC-CHAVE
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS BRPC-FORCPF
                                   WITH DUPLICATES.
       SELECT ARQOPC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BOPC-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQRCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BRCT-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQOMK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BOMK-NUM
                    FILE STATUS  IS ST-IDX.
       SELECT ARQPDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BPDA-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQGER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BGER-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQVKT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BVKT-CHAVE
                    FILE STATUS  IS ST-IDX.
       SELECT ARQEMI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BEMI-COD
                    FILE STATUS  IS ST-IDX.
       SELECT ARQBKP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-BKP.
       SELECT ARQBKL ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-BKP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       01 REGMOV.
                03 BMOV-NUM       PIC 9(08).
                03 BMOV-PRO-COD   PIC 9(08).
                03 FILLER         PIC X(36).
      *
       FD ARQVDA
               LABEL RECORD IS STANDARD
                03 BVDA-CHAVE.
                   05 BVDA-NUM-NOTA PIC 9(08).
                   05 BVDA-ITEM     PIC 9(03).
                03 FILLER         PIC X(63).
      *
       FD ARQCRX
               LABEL RECORD IS STANDARD
       01 REGCPX.
                03 BCP-NUM        PIC 9(08).
                03 BCP-FOR-CPF    PIC 9(14).
                03 FILLER         PIC X(41).
      *
       FD ARQPFX
               LABEL RECORD IS STANDARD
                03 BOPE-COD       PIC X(08).
                03 FILLER         PIC X(08).
                03 BOPE-NOME      PIC X(30).
                03 FILLER         PIC X(39).
      *
       FD ARQUFX
               LABEL RECORD IS STANDARD
       01 REGPED.
                03 BPED-NUM       PIC 9(08).
                03 BPED-FOR-CPF   PIC 9(14).
                03 FILLER         PIC X(93).
      *
       FD ARQPDI
               LABEL RECORD IS STANDARD
       01 REGPDV.
                03 BPDV-NUM       PIC 9(08).
                03 BPDV-CLI-CPF   PIC 9(14).
                03 FILLER         PIC X(12).
      *
       FD ARQPVI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENT.DAT".
       01 REGENT.
                03 BENT-NUM-NOTA  PIC 9(08).
                03 FILLER         PIC X(92).
      *
       FD ARQEST
               LABEL RECORD IS STANDARD
       01 REGSPL.
                03 BSPL-NUM       PIC 9(08).
                03 FILLER         PIC X(50).
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
       FD ARQDSP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDSP.DAT".
       01 REGDSP.
                03 BDSP-COD       PIC 9(03).
                03 FILLER         PIC X(36).
      *
       FD ARQEXB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEXB.DAT".
       01 REGEXB.
                03 BEXB-CHAVE     PIC X(12).
                03 BEXB-IDENT     PIC X(37).
                03 FILLER         PIC X(47).
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
       FD ARQLCB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLCB.DAT".
       01 REGLCB.
                03 BLCB-CHAVE     PIC X(12).
                03 FILLER         PIC X(92).
      *
       FD ARQMOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOT.DAT".
       01 REGMOT.
                03 BMOT-COD       PIC X(03).
                03 FILLER         PIC X(32).
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
       FD ARQNUM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNUM.DAT".
       01 REGNUM.
                03 BNUM-SERIE     PIC X(08).
                03 FILLER         PIC X(08).
      *
       FD ARQPRM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPRM.
                03 BPRM-COD       PIC X(08).
                03 FILLER         PIC X(38).
      *
       FD ARQPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPER.DAT".
       01 REGPER.
                03 BPER-ANOMES    PIC 9(06).
                03 FILLER         PIC X(01).
      *
       FD ARQPRC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROC.DAT".
       01 REGPRC.
                03 BPRC-PRO-COD   PIC 9(08).
                03 FILLER         PIC X(25).
      *
       FD ARQRCI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRCI.DAT".
       01 REGRCI.
                03 BRCI-REC-NUM   PIC 9(08).
                03 FILLER         PIC X(68).
      *
       FD ARQROT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRROT.DAT".
       01 REGROT.
                03 BROT-CHAVE     PIC X(48).
                03 FILLER         PIC X(14).
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
       FD ARQSUG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSUG.DAT".
       01 REGSUG.
                03 BSUG-CHAVE     PIC X(22).
                03 FILLER         PIC X(17).
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
       FD ARQEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEND.DAT".
       01 REGEND.
                03 BEND-CHAVE     PIC X(16).
                03 FILLER         PIC X(159).
      *
       FD ARQVEI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVEI.DAT".
       01 REGVEI.
                03 BVEI-PLACA     PIC X(07).
                03 FILLER         PIC X(53).
      *
       FD ARQENC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENC.DAT".
       01 REGENC.
                03 BENC-CHAVE     PIC X(20).
                03 BENC-CLI-CPF   PIC 9(14).
                03 FILLER         PIC X(39).
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
       FD ARQRPC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRPC.DAT".
       01 REGRPC.
                03 BRPC-CHAVE     PIC 9(13).
                03 BRPC-FORCPF    PIC 9(14).
                03 FILLER         PIC X(63).
      *
       FD ARQOPC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPC.DAT".
       01 REGOPC.
                03 BOPC-CHAVE     PIC X(04).
                03 FILLER         PIC X(28).
      *
       FD ARQRCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRCT.DAT".
       01 REGRCT.
                03 BRCT-CHAVE     PIC 9(15).
                03 FILLER         PIC X(74).
      *
       FD ARQOMK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOMK.DAT".
       01 REGOMK.
                03 BOMK-NUM       PIC 9(08).
                03 FILLER         PIC X(53).
      *
       FD ARQPDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPDA.DAT".
       01 REGPDA.
                03 BPDA-CHAVE     PIC 9(13).
                03 FILLER         PIC X(53).
      *
       FD ARQGER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGER.DAT".
       01 REGGER.
                03 BGER-CHAVE     PIC X(11).
                03 FILLER         PIC X(109).
      *
       FD ARQVKT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVKT.DAT".
       01 REGVKT.
                03 BVKT-CHAVE     PIC X(11).
                03 FILLER         PIC X(29).
      *
       FD ARQEMI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEMI.DAT".
       01 REGEMI.
                03 BEMI-COD       PIC X(01).
                03 FILLER         PIC X(159).
      *
       FD ARQBKP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-BKP.
       01 REGBKP            PIC X(270).
      *
      * COPIA DOS ARQUIVOS COM REGISTRO MAIOR QUE 270 POSICOES
      *
       FD ARQBKL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-BKP.
       01 REGBKL            PIC X(330).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-IDX         PIC X(02) VALUE "00".
       77 W-COPIADOS     PIC 9(08) VALUE ZEROS.
       77 W-CONFERIDOS   PIC 9(08) VALUE ZEROS.
       77 W-FALHAS       PIC 9(02) VALUE ZEROS.
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
                PERFORM BKP-EST THRU BKP-EST-FIM
                PERFORM BKP-ESV THRU BKP-ESV-FIM
                PERFORM BKP-SPL THRU BKP-SPL-FIM
                PERFORM BKP-APU THRU BKP-APU-FIM
                PERFORM BKP-BCO THRU BKP-BCO-FIM
                PERFORM BKP-CAT THRU BKP-CAT-FIM
                PERFORM BKP-CCU THRU BKP-CCU-FIM
                PERFORM BKP-CLX THRU BKP-CLX-FIM
                PERFORM BKP-CMP THRU BKP-CMP-FIM
                PERFORM BKP-CMI THRU BKP-CMI-FIM
                PERFORM BKP-DSP THRU BKP-DSP-FIM
                PERFORM BKP-EXB THRU BKP-EXB-FIM
                PERFORM BKP-FRN THRU BKP-FRN-FIM
                PERFORM BKP-FRT THRU BKP-FRT-FIM
                PERFORM BKP-HPR THRU BKP-HPR-FIM
                PERFORM BKP-INV THRU BKP-INV-FIM
                PERFORM BKP-LCB THRU BKP-LCB-FIM
                PERFORM BKP-MOT THRU BKP-MOT-FIM
                PERFORM BKP-NFC THRU BKP-NFC-FIM
                PERFORM BKP-NFE THRU BKP-NFE-FIM
                PERFORM BKP-NFF THRU BKP-NFF-FIM
                PERFORM BKP-NFL THRU BKP-NFL-FIM
                PERFORM BKP-NUM THRU BKP-NUM-FIM
                PERFORM BKP-PRM THRU BKP-PRM-FIM
                PERFORM BKP-PER THRU BKP-PER-FIM
                PERFORM BKP-PRC THRU BKP-PRC-FIM
                PERFORM BKP-RCI THRU BKP-RCI-FIM
                PERFORM BKP-ROT THRU BKP-ROT-FIM
                PERFORM BKP-SER THRU BKP-SER-FIM
                PERFORM BKP-SUG THRU BKP-SUG-FIM
                PERFORM BKP-TRF THRU BKP-TRF-FIM
                PERFORM BKP-TRI THRU BKP-TRI-FIM
                PERFORM BKP-END THRU BKP-END-FIM
                PERFORM BKP-VEI THRU BKP-VEI-FIM
                PERFORM BKP-ENC THRU BKP-ENC-FIM
                PERFORM BKP-CSG THRU BKP-CSG-FIM
                PERFORM BKP-CSI THRU BKP-CSI-FIM
                PERFORM BKP-PTS THRU BKP-PTS-FIM
                PERFORM BKP-PTM THRU BKP-PTM-FIM
                PERFORM BKP-RPC THRU BKP-RPC-FIM
                PERFORM BKP-OPC THRU BKP-OPC-FIM
                PERFORM BKP-RCT THRU BKP-RCT-FIM
                PERFORM BKP-OMK THRU BKP-OMK-FIM
                PERFORM BKP-PDA THRU BKP-PDA-FIM
                PERFORM BKP-GER THRU BKP-GER-FIM
                PERFORM BKP-VKT THRU BKP-VKT-FIM
                PERFORM BKP-EMI THRU BKP-EMI-FIM
                PERFORM MARCAR-DIARIO THRU MARCAR-DIARIO-FIM
                IF W-FALHAS = ZEROS
                   DISPLAY "*** BACKUP CONCLUIDO SEM FALHAS ***"
                ELSE
                DISPLAY "32=COB  33=COT  34=COTI 35=COTF 36=META"
                DISPLAY "37=ALIQ 38=ACD  39=NFI 40=CPG 41=KIT"
                DISPLAY "42=FER  43=CTA  44=ENT 45=EST 46=ESTV"
                DISPLAY "47=SPL  48=APU  49=BCO 50=CAT 51=CCU"
                DISPLAY "52=CLIX 53=CMP  54=CMPI 55=DSP 56=EXB"
                DISPLAY "57=FRN  58=FRT  59=HPR 60=INV 61=LCB"
                DISPLAY "62=MOT  63=NFC  64=NFE 65=NFF 66=NFFI"
                DISPLAY "67=NUM  68=PARAM 69=PER 70=PROC 71=RCI"
                DISPLAY "72=RROT 73=SER  74=SUG 75=TRF 76=TRFI"
                DISPLAY "77=END 78=VEI 79=ENC 80=CSG 81=CSI"
                DISPLAY "82=PTS 83=PTM 84=RPC 85=OPC 86=RCT"
                DISPLAY "87=OMK 88=PDA 89=GER 90=VKT 91=EMI"
                DISPLAY "ARQUIVO A RESTAURAR (0 = VOLTAR)          : "
                        WITH NO ADVANCING
                ACCEPT W-ARQ-NUM
                IF W-ARQ-NUM = ZEROS
                   GO TO PEDIR-MODO.
                IF W-ARQ-NUM > 91
                   DISPLAY "*** ARQUIVO INVALIDO ***"
                   GO TO MODO-RESTAURA.
                DISPLAY "GERACAO (AAAAMMDD)                        : "
                      MOVE "ARQSPL.DAT" TO W-ARQ-ATUAL
                      MOVE "BKSPL" TO W-PREFIXO
                      PERFORM RST-SPL THRU RST-SPL-FIM
                   WHEN 48
                      MOVE "ARQAPU.DAT" TO W-ARQ-ATUAL
                      MOVE "BKAPU" TO W-PREFIXO
                      PERFORM RST-APU THRU RST-APU-FIM
                   WHEN 49
                      MOVE "ARQBCO.DAT" TO W-ARQ-ATUAL
                      MOVE "BKBCO" TO W-PREFIXO
                      PERFORM RST-BCO THRU RST-BCO-FIM
                   WHEN 50
                      MOVE "ARQCAT.DAT" TO W-ARQ-ATUAL
                      MOVE "BKCAT" TO W-PREFIXO
                      PERFORM RST-CAT THRU RST-CAT-FIM
                   WHEN 51
                      MOVE "ARQCCU.DAT" TO W-ARQ-ATUAL
                      MOVE "BKCCU" TO W-PREFIXO
                      PERFORM RST-CCU THRU RST-CCU-FIM
                   WHEN 52
                      MOVE "ARQCLIX.DAT" TO W-ARQ-ATUAL
                      MOVE "BKCLX" TO W-PREFIXO
                      PERFORM RST-CLX THRU RST-CLX-FIM
                   WHEN 53
                      MOVE "ARQCMP.DAT" TO W-ARQ-ATUAL
                      MOVE "BKCMP" TO W-PREFIXO
                      PERFORM RST-CMP THRU RST-CMP-FIM
                   WHEN 54
                      MOVE "ARQCMPI.DAT" TO W-ARQ-ATUAL
                      MOVE "BKCMI" TO W-PREFIXO
                      PERFORM RST-CMI THRU RST-CMI-FIM
                   WHEN 55
                      MOVE "ARQDSP.DAT" TO W-ARQ-ATUAL
                      MOVE "BKDSP" TO W-PREFIXO
                      PERFORM RST-DSP THRU RST-DSP-FIM
                   WHEN 56
                      MOVE "ARQEXB.DAT" TO W-ARQ-ATUAL
                      MOVE "BKEXB" TO W-PREFIXO
                      PERFORM RST-EXB THRU RST-EXB-FIM
                   WHEN 57
                      MOVE "ARQFRN.DAT" TO W-ARQ-ATUAL
                      MOVE "BKFRN" TO W-PREFIXO
                      PERFORM RST-FRN THRU RST-FRN-FIM
                   WHEN 58
                      MOVE "ARQFRT.DAT" TO W-ARQ-ATUAL
                      MOVE "BKFRT" TO W-PREFIXO
                      PERFORM RST-FRT THRU RST-FRT-FIM
                   WHEN 59
                      MOVE "ARQHPR.DAT" TO W-ARQ-ATUAL
                      MOVE "BKHPR" TO W-PREFIXO
                      PERFORM RST-HPR THRU RST-HPR-FIM
                   WHEN 60
                      MOVE "ARQINV.DAT" TO W-ARQ-ATUAL
                      MOVE "BKINV" TO W-PREFIXO
                      PERFORM RST-INV THRU RST-INV-FIM
                   WHEN 61
                      MOVE "ARQLCB.DAT" TO W-ARQ-ATUAL
                      MOVE "BKLCB" TO W-PREFIXO
                      PERFORM RST-LCB THRU RST-LCB-FIM
                   WHEN 62
                      MOVE "ARQMOT.DAT" TO W-ARQ-ATUAL
                      MOVE "BKMOT" TO W-PREFIXO
                      PERFORM RST-MOT THRU RST-MOT-FIM
                   WHEN 63
                      MOVE "ARQNFC.DAT" TO W-ARQ-ATUAL
                      MOVE "BKNFC" TO W-PREFIXO
                      PERFORM RST-NFC THRU RST-NFC-FIM
                   WHEN 64
                      MOVE "ARQNFE.DAT" TO W-ARQ-ATUAL
                      MOVE "BKNFE" TO W-PREFIXO
                      PERFORM RST-NFE THRU RST-NFE-FIM
                   WHEN 65
                      MOVE "ARQNFF.DAT" TO W-ARQ-ATUAL
                      MOVE "BKNFF" TO W-PREFIXO
                      PERFORM RST-NFF THRU RST-NFF-FIM
                   WHEN 66
                      MOVE "ARQNFFI.DAT" TO W-ARQ-ATUAL
                      MOVE "BKNFL" TO W-PREFIXO
                      PERFORM RST-NFL THRU RST-NFL-FIM
                   WHEN 67
                      MOVE "ARQNUM.DAT" TO W-ARQ-ATUAL
                      MOVE "BKNUM" TO W-PREFIXO
                      PERFORM RST-NUM THRU RST-NUM-FIM
                   WHEN 68
                      MOVE "ARQPARAM.DAT" TO W-ARQ-ATUAL
                      MOVE "BKPRM" TO W-PREFIXO
                      PERFORM RST-PRM THRU RST-PRM-FIM
                   WHEN 69
                      MOVE "ARQPER.DAT" TO W-ARQ-ATUAL
                      MOVE "BKPER" TO W-PREFIXO
                      PERFORM RST-PER THRU RST-PER-FIM
                   WHEN 70
                      MOVE "ARQPROC.DAT" TO W-ARQ-ATUAL
                      MOVE "BKPRC" TO W-PREFIXO
                      PERFORM RST-PRC THRU RST-PRC-FIM
                   WHEN 71
                      MOVE "ARQRCI.DAT" TO W-ARQ-ATUAL
                      MOVE "BKRCI" TO W-PREFIXO
                      PERFORM RST-RCI THRU RST-RCI-FIM
                   WHEN 72
                      MOVE "ARQRROT.DAT" TO W-ARQ-ATUAL
                      MOVE "BKROT" TO W-PREFIXO
                      PERFORM RST-ROT THRU RST-ROT-FIM
                   WHEN 73
                      MOVE "ARQSER.DAT" TO W-ARQ-ATUAL
                      MOVE "BKSER" TO W-PREFIXO
                      PERFORM RST-SER THRU RST-SER-FIM
                   WHEN 74
                      MOVE "ARQSUG.DAT" TO W-ARQ-ATUAL
                      MOVE "BKSUG" TO W-PREFIXO
                      PERFORM RST-SUG THRU RST-SUG-FIM
                   WHEN 75
                      MOVE "ARQTRF.DAT" TO W-ARQ-ATUAL
                      MOVE "BKTRF" TO W-PREFIXO
                      PERFORM RST-TRF THRU RST-TRF-FIM
                   WHEN 76
                      MOVE "ARQTRFI.DAT" TO W-ARQ-ATUAL
                      MOVE "BKTRI" TO W-PREFIXO
                      PERFORM RST-TRI THRU RST-TRI-FIM
                   WHEN 77
                      MOVE "ARQEND.DAT" TO W-ARQ-ATUAL
                      MOVE "BKEND" TO W-PREFIXO
                      PERFORM RST-END THRU RST-END-FIM
                   WHEN 78
                      MOVE "ARQVEI.DAT" TO W-ARQ-ATUAL
                      MOVE "BKVEI" TO W-PREFIXO
                      PERFORM RST-VEI THRU RST-VEI-FIM
                   WHEN 79
                      MOVE "ARQENC.DAT" TO W-ARQ-ATUAL
                      MOVE "BKENC" TO W-PREFIXO
                      PERFORM RST-ENC THRU RST-ENC-FIM
                   WHEN 80
                      MOVE "ARQCSG.DAT" TO W-ARQ-ATUAL
                      MOVE "BKCSG" TO W-PREFIXO
                      PERFORM RST-CSG THRU RST-CSG-FIM
                   WHEN 81
                      MOVE "ARQCSI.DAT" TO W-ARQ-ATUAL
                      MOVE "BKCSI" TO W-PREFIXO
                      PERFORM RST-CSI THRU RST-CSI-FIM
                   WHEN 82
                      MOVE "ARQPTS.DAT" TO W-ARQ-ATUAL
                      MOVE "BKPTS" TO W-PREFIXO
                      PERFORM RST-PTS THRU RST-PTS-FIM
                   WHEN 83
                      MOVE "ARQPTSM.DAT" TO W-ARQ-ATUAL
                      MOVE "BKPTM" TO W-PREFIXO
                      PERFORM RST-PTM THRU RST-PTM-FIM
                   WHEN 84
                      MOVE "ARQRPC.DAT" TO W-ARQ-ATUAL
                      MOVE "BKRPC" TO W-PREFIXO
                      PERFORM RST-RPC THRU RST-RPC-FIM
                   WHEN 85
                      MOVE "ARQOPC.DAT" TO W-ARQ-ATUAL
                      MOVE "BKOPC" TO W-PREFIXO
                      PERFORM RST-OPC THRU RST-OPC-FIM
                   WHEN 86
                      MOVE "ARQRCT.DAT" TO W-ARQ-ATUAL
                      MOVE "BKRCT" TO W-PREFIXO
                      PERFORM RST-RCT THRU RST-RCT-FIM
                   WHEN 87
                      MOVE "ARQOMK.DAT" TO W-ARQ-ATUAL
                      MOVE "BKOMK" TO W-PREFIXO
                      PERFORM RST-OMK THRU RST-OMK-FIM
                   WHEN 88
                      MOVE "ARQPDA.DAT" TO W-ARQ-ATUAL
                      MOVE "BKPDA" TO W-PREFIXO
                      PERFORM RST-PDA THRU RST-PDA-FIM
                   WHEN 89
                      MOVE "ARQGER.DAT" TO W-ARQ-ATUAL
                      MOVE "BKGER" TO W-PREFIXO
                      PERFORM RST-GER THRU RST-GER-FIM
                   WHEN 90
                      MOVE "ARQVKT.DAT" TO W-ARQ-ATUAL
                      MOVE "BKVKT" TO W-PREFIXO
                      PERFORM RST-VKT THRU RST-VKT-FIM
                   WHEN 91
                      MOVE "ARQEMI.DAT" TO W-ARQ-ATUAL
                      MOVE "BKEMI" TO W-PREFIXO
                      PERFORM RST-EMI THRU RST-EMI-FIM
                END-EVALUATE
                GO TO PEDIR-MODO.
      *
                   MOVE "00" TO ST-IDX
                   GO TO BKP-MOV-3.
                MOVE SPACES TO REGBKP
                MOVE REGMOV TO REGBKP (1:52)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-MOV-2.
                   MOVE "00" TO ST-IDX
                   GO TO BKP-VDA-3.
                MOVE SPACES TO REGBKP
                MOVE REGVDA TO REGBKP (1:74)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-VDA-2.
                   MOVE "00" TO ST-IDX
                   GO TO BKP-CPX-3.
                MOVE SPACES TO REGBKP
                MOVE REGCPX TO REGBKP (1:63)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-CPX-2.
                   MOVE "00" TO ST-IDX
                   GO TO BKP-OPE-3.
                MOVE SPACES TO REGBKP
                MOVE REGOPE TO REGBKP (1:85)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-OPE-2.
                   MOVE "00" TO ST-IDX
                   GO TO BKP-PED-3.
                MOVE SPACES TO REGBKP
                MOVE REGPED TO REGBKP (1:115)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-PED-2.
                   MOVE "00" TO ST-IDX
                   GO TO BKP-PDV-3.
                MOVE SPACES TO REGBKP
                MOVE REGPDV TO REGBKP (1:34)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-PDV-2.
                   MOVE "00" TO ST-IDX
                   GO TO BKP-ENT-3.
                MOVE SPACES TO REGBKP
                MOVE REGENT TO REGBKP (1:100)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-ENT-2.
                   ADD 1 TO W-FALHAS.
       BKP-SPL-FIM.
                EXIT.
      *
       BKP-APU.
                MOVE "ARQAPU.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKAPU" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQAPU
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-APU-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQAPU
                   GO TO BKP-APU-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-APU-2.
                READ ARQAPU NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-APU-3.
                MOVE SPACES TO REGBKP
                MOVE REGAPU TO REGBKP (1:182)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-APU-2.
       BKP-APU-3.
                CLOSE ARQAPU ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-APU-4.
                READ ARQBKP
                   AT END GO TO BKP-APU-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-APU-4.
       BKP-APU-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-APU-FIM.
                EXIT.
      *
       BKP-BCO.
                MOVE "ARQBCO.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKBCO" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQBCO
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-BCO-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQBCO
                   GO TO BKP-BCO-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-BCO-2.
                READ ARQBCO NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-BCO-3.
                MOVE SPACES TO REGBKP
                MOVE REGBCO TO REGBKP (1:95)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-BCO-2.
       BKP-BCO-3.
                CLOSE ARQBCO ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-BCO-4.
                READ ARQBKP
                   AT END GO TO BKP-BCO-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-BCO-4.
       BKP-BCO-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-BCO-FIM.
                EXIT.
      *
       BKP-CAT.
                MOVE "ARQCAT.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKCAT" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQCAT
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-CAT-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQCAT
                   GO TO BKP-CAT-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-CAT-2.
                READ ARQCAT NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-CAT-3.
                MOVE SPACES TO REGBKP
                MOVE REGCAT TO REGBKP (1:44)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-CAT-2.
       BKP-CAT-3.
                CLOSE ARQCAT ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-CAT-4.
                READ ARQBKP
                   AT END GO TO BKP-CAT-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-CAT-4.
       BKP-CAT-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-CAT-FIM.
                EXIT.
      *
       BKP-CCU.
                MOVE "ARQCCU.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKCCU" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQCCU
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-CCU-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQCCU
                   GO TO BKP-CCU-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-CCU-2.
                READ ARQCCU NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-CCU-3.
                MOVE SPACES TO REGBKP
                MOVE REGCCU TO REGBKP (1:36)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-CCU-2.
       BKP-CCU-3.
                CLOSE ARQCCU ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-CCU-4.
                READ ARQBKP
                   AT END GO TO BKP-CCU-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-CCU-4.
       BKP-CCU-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-CCU-FIM.
                EXIT.
      *
       BKP-CLX.
                MOVE "ARQCLIX.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKCLX" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQCLX
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-CLX-FIM.
                OPEN OUTPUT ARQBKL
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQCLX
                   GO TO BKP-CLX-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-CLX-2.
                READ ARQCLX NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-CLX-3.
                MOVE SPACES TO REGBKL
                MOVE REGCLX TO REGBKL (1:327)
                WRITE REGBKL
                ADD 1 TO W-COPIADOS
                GO TO BKP-CLX-2.
       BKP-CLX-3.
                CLOSE ARQCLX ARQBKL
                OPEN INPUT ARQBKL
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-CLX-4.
                READ ARQBKL
                   AT END GO TO BKP-CLX-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-CLX-4.
       BKP-CLX-5.
                CLOSE ARQBKL
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-CLX-FIM.
                EXIT.
      *
       BKP-CMP.
                MOVE "ARQCMP.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKCMP" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQCMP
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-CMP-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQCMP
                   GO TO BKP-CMP-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-CMP-2.
                READ ARQCMP NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-CMP-3.
                MOVE SPACES TO REGBKP
                MOVE REGCMP TO REGBKP (1:51)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-CMP-2.
       BKP-CMP-3.
                CLOSE ARQCMP ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-CMP-4.
                READ ARQBKP
                   AT END GO TO BKP-CMP-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-CMP-4.
       BKP-CMP-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-CMP-FIM.
                EXIT.
      *
       BKP-CMI.
                MOVE "ARQCMPI.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKCMI" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQCMI
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-CMI-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQCMI
                   GO TO BKP-CMI-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-CMI-2.
                READ ARQCMI NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-CMI-3.
                MOVE SPACES TO REGBKP
                MOVE REGCMI TO REGBKP (1:25)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-CMI-2.
       BKP-CMI-3.
                CLOSE ARQCMI ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-CMI-4.
                READ ARQBKP
                   AT END GO TO BKP-CMI-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-CMI-4.
       BKP-CMI-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-CMI-FIM.
                EXIT.
      *
       BKP-DSP.
                MOVE "ARQDSP.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKDSP" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQDSP
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-DSP-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQDSP
                   GO TO BKP-DSP-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-DSP-2.
                READ ARQDSP NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-DSP-3.
                MOVE SPACES TO REGBKP
                MOVE REGDSP TO REGBKP (1:39)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-DSP-2.
       BKP-DSP-3.
                CLOSE ARQDSP ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-DSP-4.
                READ ARQBKP
                   AT END GO TO BKP-DSP-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-DSP-4.
       BKP-DSP-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-DSP-FIM.
                EXIT.
      *
       BKP-EXB.
                MOVE "ARQEXB.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKEXB" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQEXB
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-EXB-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQEXB
                   GO TO BKP-EXB-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-EXB-2.
                READ ARQEXB NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-EXB-3.
                MOVE SPACES TO REGBKP
                MOVE REGEXB TO REGBKP (1:96)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-EXB-2.
       BKP-EXB-3.
                CLOSE ARQEXB ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-EXB-4.
                READ ARQBKP
                   AT END GO TO BKP-EXB-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-EXB-4.
       BKP-EXB-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-EXB-FIM.
                EXIT.
      *
       BKP-FRN.
                MOVE "ARQFRN.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKFRN" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQFRN
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-FRN-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQFRN
                   GO TO BKP-FRN-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-FRN-2.
                READ ARQFRN NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-FRN-3.
                MOVE SPACES TO REGBKP
                MOVE REGFRN TO REGBKP (1:59)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-FRN-2.
       BKP-FRN-3.
                CLOSE ARQFRN ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-FRN-4.
                READ ARQBKP
                   AT END GO TO BKP-FRN-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-FRN-4.
       BKP-FRN-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-FRN-FIM.
                EXIT.
      *
       BKP-FRT.
                MOVE "ARQFRT.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKFRT" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQFRT
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-FRT-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQFRT
                   GO TO BKP-FRT-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-FRT-2.
                READ ARQFRT NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-FRT-3.
                MOVE SPACES TO REGBKP
                MOVE REGFRT TO REGBKP (1:85)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-FRT-2.
       BKP-FRT-3.
                CLOSE ARQFRT ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-FRT-4.
                READ ARQBKP
                   AT END GO TO BKP-FRT-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-FRT-4.
       BKP-FRT-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-FRT-FIM.
                EXIT.
      *
       BKP-HPR.
                MOVE "ARQHPR.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKHPR" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQHPR
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-HPR-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQHPR
                   GO TO BKP-HPR-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-HPR-2.
                READ ARQHPR NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-HPR-3.
                MOVE SPACES TO REGBKP
                MOVE REGHPR TO REGBKP (1:52)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-HPR-2.
       BKP-HPR-3.
                CLOSE ARQHPR ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-HPR-4.
                READ ARQBKP
                   AT END GO TO BKP-HPR-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-HPR-4.
       BKP-HPR-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-HPR-FIM.
                EXIT.
      *
       BKP-INV.
                MOVE "ARQINV.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKINV" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQINV
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-INV-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQINV
                   GO TO BKP-INV-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-INV-2.
                READ ARQINV NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-INV-3.
                MOVE SPACES TO REGBKP
                MOVE REGINV TO REGBKP (1:21)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-INV-2.
       BKP-INV-3.
                CLOSE ARQINV ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-INV-4.
                READ ARQBKP
                   AT END GO TO BKP-INV-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-INV-4.
       BKP-INV-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-INV-FIM.
                EXIT.
      *
       BKP-LCB.
                MOVE "ARQLCB.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKLCB" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQLCB
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-LCB-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQLCB
                   GO TO BKP-LCB-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-LCB-2.
                READ ARQLCB NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-LCB-3.
                MOVE SPACES TO REGBKP
                MOVE REGLCB TO REGBKP (1:104)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-LCB-2.
       BKP-LCB-3.
                CLOSE ARQLCB ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-LCB-4.
                READ ARQBKP
                   AT END GO TO BKP-LCB-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-LCB-4.
       BKP-LCB-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-LCB-FIM.
                EXIT.
      *
       BKP-MOT.
                MOVE "ARQMOT.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKMOT" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQMOT
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-MOT-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQMOT
                   GO TO BKP-MOT-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-MOT-2.
                READ ARQMOT NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-MOT-3.
                MOVE SPACES TO REGBKP
                MOVE REGMOT TO REGBKP (1:35)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-MOT-2.
       BKP-MOT-3.
                CLOSE ARQMOT ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-MOT-4.
                READ ARQBKP
                   AT END GO TO BKP-MOT-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-MOT-4.
       BKP-MOT-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-MOT-FIM.
                EXIT.
      *
       BKP-NFC.
                MOVE "ARQNFC.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKNFC" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQNFC
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-NFC-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQNFC
                   GO TO BKP-NFC-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-NFC-2.
                READ ARQNFC NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-NFC-3.
                MOVE SPACES TO REGBKP
                MOVE REGNFC TO REGBKP (1:78)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-NFC-2.
       BKP-NFC-3.
                CLOSE ARQNFC ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-NFC-4.
                READ ARQBKP
                   AT END GO TO BKP-NFC-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-NFC-4.
       BKP-NFC-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-NFC-FIM.
                EXIT.
      *
       BKP-NFE.
                MOVE "ARQNFE.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKNFE" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQNFE
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-NFE-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQNFE
                   GO TO BKP-NFE-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-NFE-2.
                READ ARQNFE NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-NFE-3.
                MOVE SPACES TO REGBKP
                MOVE REGNFE TO REGBKP (1:147)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-NFE-2.
       BKP-NFE-3.
                CLOSE ARQNFE ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-NFE-4.
                READ ARQBKP
                   AT END GO TO BKP-NFE-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-NFE-4.
       BKP-NFE-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-NFE-FIM.
                EXIT.
      *
       BKP-NFF.
                MOVE "ARQNFF.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKNFF" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQNFF
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-NFF-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQNFF
                   GO TO BKP-NFF-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-NFF-2.
                READ ARQNFF NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-NFF-3.
                MOVE SPACES TO REGBKP
                MOVE REGNFF TO REGBKP (1:112)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-NFF-2.
       BKP-NFF-3.
                CLOSE ARQNFF ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-NFF-4.
                READ ARQBKP
                   AT END GO TO BKP-NFF-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-NFF-4.
       BKP-NFF-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-NFF-FIM.
                EXIT.
      *
       BKP-NFL.
                MOVE "ARQNFFI.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKNFL" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQNFL
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-NFL-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQNFL
                   GO TO BKP-NFL-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-NFL-2.
                READ ARQNFL NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-NFL-3.
                MOVE SPACES TO REGBKP
                MOVE REGNFL TO REGBKP (1:71)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-NFL-2.
       BKP-NFL-3.
                CLOSE ARQNFL ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-NFL-4.
                READ ARQBKP
                   AT END GO TO BKP-NFL-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-NFL-4.
       BKP-NFL-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-NFL-FIM.
                EXIT.
      *
       BKP-NUM.
                MOVE "ARQNUM.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKNUM" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQNUM
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-NUM-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQNUM
                   GO TO BKP-NUM-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-NUM-2.
                READ ARQNUM NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-NUM-3.
                MOVE SPACES TO REGBKP
                MOVE REGNUM TO REGBKP (1:16)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-NUM-2.
       BKP-NUM-3.
                CLOSE ARQNUM ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-NUM-4.
                READ ARQBKP
                   AT END GO TO BKP-NUM-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-NUM-4.
       BKP-NUM-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-NUM-FIM.
                EXIT.
      *
       BKP-PRM.
                MOVE "ARQPARAM.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKPRM" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQPRM
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-PRM-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQPRM
                   GO TO BKP-PRM-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-PRM-2.
                READ ARQPRM NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-PRM-3.
                MOVE SPACES TO REGBKP
                MOVE REGPRM TO REGBKP (1:46)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-PRM-2.
       BKP-PRM-3.
                CLOSE ARQPRM ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-PRM-4.
                READ ARQBKP
                   AT END GO TO BKP-PRM-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-PRM-4.
       BKP-PRM-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-PRM-FIM.
                EXIT.
      *
       BKP-PER.
                MOVE "ARQPER.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKPER" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQPER
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-PER-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQPER
                   GO TO BKP-PER-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-PER-2.
                READ ARQPER NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-PER-3.
                MOVE SPACES TO REGBKP
                MOVE REGPER TO REGBKP (1:7)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-PER-2.
       BKP-PER-3.
                CLOSE ARQPER ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-PER-4.
                READ ARQBKP
                   AT END GO TO BKP-PER-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-PER-4.
       BKP-PER-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-PER-FIM.
                EXIT.
      *
       BKP-PRC.
                MOVE "ARQPROC.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKPRC" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQPRC
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-PRC-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQPRC
                   GO TO BKP-PRC-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-PRC-2.
                READ ARQPRC NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-PRC-3.
                MOVE SPACES TO REGBKP
                MOVE REGPRC TO REGBKP (1:33)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-PRC-2.
       BKP-PRC-3.
                CLOSE ARQPRC ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-PRC-4.
                READ ARQBKP
                   AT END GO TO BKP-PRC-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-PRC-4.
       BKP-PRC-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-PRC-FIM.
                EXIT.
      *
       BKP-RCI.
                MOVE "ARQRCI.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKRCI" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQRCI
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-RCI-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQRCI
                   GO TO BKP-RCI-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-RCI-2.
                READ ARQRCI NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-RCI-3.
                MOVE SPACES TO REGBKP
                MOVE REGRCI TO REGBKP (1:76)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-RCI-2.
       BKP-RCI-3.
                CLOSE ARQRCI ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-RCI-4.
                READ ARQBKP
                   AT END GO TO BKP-RCI-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-RCI-4.
       BKP-RCI-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-RCI-FIM.
                EXIT.
      *
       BKP-ROT.
                MOVE "ARQRROT.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKROT" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQROT
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-ROT-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQROT
                   GO TO BKP-ROT-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-ROT-2.
                READ ARQROT NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-ROT-3.
                MOVE SPACES TO REGBKP
                MOVE REGROT TO REGBKP (1:62)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-ROT-2.
       BKP-ROT-3.
                CLOSE ARQROT ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-ROT-4.
                READ ARQBKP
                   AT END GO TO BKP-ROT-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-ROT-4.
       BKP-ROT-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-ROT-FIM.
                EXIT.
      *
       BKP-SER.
                MOVE "ARQSER.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKSER" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQSER
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-SER-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQSER
                   GO TO BKP-SER-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-SER-2.
                READ ARQSER NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-SER-3.
                MOVE SPACES TO REGBKP
                MOVE REGSER TO REGBKP (1:92)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-SER-2.
       BKP-SER-3.
                CLOSE ARQSER ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-SER-4.
                READ ARQBKP
                   AT END GO TO BKP-SER-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-SER-4.
       BKP-SER-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-SER-FIM.
                EXIT.
      *
       BKP-SUG.
                MOVE "ARQSUG.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKSUG" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQSUG
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-SUG-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQSUG
                   GO TO BKP-SUG-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-SUG-2.
                READ ARQSUG NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-SUG-3.
                MOVE SPACES TO REGBKP
                MOVE REGSUG TO REGBKP (1:39)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-SUG-2.
       BKP-SUG-3.
                CLOSE ARQSUG ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-SUG-4.
                READ ARQBKP
                   AT END GO TO BKP-SUG-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-SUG-4.
       BKP-SUG-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-SUG-FIM.
                EXIT.
      *
       BKP-TRF.
                MOVE "ARQTRF.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKTRF" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQTRF
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-TRF-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQTRF
                   GO TO BKP-TRF-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-TRF-2.
                READ ARQTRF NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-TRF-3.
                MOVE SPACES TO REGBKP
                MOVE REGTRF TO REGBKP (1:72)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-TRF-2.
       BKP-TRF-3.
                CLOSE ARQTRF ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-TRF-4.
                READ ARQBKP
                   AT END GO TO BKP-TRF-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-TRF-4.
       BKP-TRF-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-TRF-FIM.
                EXIT.
      *
       BKP-TRI.
                MOVE "ARQTRFI.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKTRI" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQTRI
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-TRI-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQTRI
                   GO TO BKP-TRI-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-TRI-2.
                READ ARQTRI NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-TRI-3.
                MOVE SPACES TO REGBKP
                MOVE REGTRI TO REGBKP (1:28)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-TRI-2.
       BKP-TRI-3.
                CLOSE ARQTRI ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-TRI-4.
                READ ARQBKP
                   AT END GO TO BKP-TRI-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-TRI-4.
       BKP-TRI-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-TRI-FIM.
                EXIT.
      *
       BKP-END.
                MOVE "ARQEND.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKEND" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQEND
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-END-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQEND
                   GO TO BKP-END-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-END-2.
                READ ARQEND NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-END-3.
                MOVE SPACES TO REGBKP
                MOVE REGEND TO REGBKP (1:175)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-END-2.
       BKP-END-3.
                CLOSE ARQEND ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-END-4.
                READ ARQBKP
                   AT END GO TO BKP-END-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-END-4.
       BKP-END-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-END-FIM.
                EXIT.
      *
       BKP-VEI.
                MOVE "ARQVEI.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKVEI" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQVEI
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-VEI-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQVEI
                   GO TO BKP-VEI-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-VEI-2.
                READ ARQVEI NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-VEI-3.
                MOVE SPACES TO REGBKP
                MOVE REGVEI TO REGBKP (1:60)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-VEI-2.
       BKP-VEI-3.
                CLOSE ARQVEI ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-VEI-4.
                READ ARQBKP
                   AT END GO TO BKP-VEI-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-VEI-4.
       BKP-VEI-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-VEI-FIM.
                EXIT.
      *
       BKP-ENC.
                MOVE "ARQENC.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKENC" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQENC
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-ENC-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQENC
                   GO TO BKP-ENC-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-ENC-2.
                READ ARQENC NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-ENC-3.
                MOVE SPACES TO REGBKP
                MOVE REGENC TO REGBKP (1:73)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-ENC-2.
       BKP-ENC-3.
                CLOSE ARQENC ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-ENC-4.
                READ ARQBKP
                   AT END GO TO BKP-ENC-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-ENC-4.
       BKP-ENC-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-ENC-FIM.
                EXIT.
      *
       BKP-CSG.
                MOVE "ARQCSG.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKCSG" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQCSG
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-CSG-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQCSG
                   GO TO BKP-CSG-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-CSG-2.
                READ ARQCSG NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-CSG-3.
                MOVE SPACES TO REGBKP
                MOVE REGCSG TO REGBKP (1:63)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-CSG-2.
       BKP-CSG-3.
                CLOSE ARQCSG ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-CSG-4.
                READ ARQBKP
                   AT END GO TO BKP-CSG-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-CSG-4.
       BKP-CSG-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-CSG-FIM.
                EXIT.
      *
       BKP-CSI.
                MOVE "ARQCSI.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKCSI" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQCSI
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-CSI-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQCSI
                   GO TO BKP-CSI-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-CSI-2.
                READ ARQCSI NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-CSI-3.
                MOVE SPACES TO REGBKP
                MOVE REGCSI TO REGBKP (1:42)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-CSI-2.
       BKP-CSI-3.
                CLOSE ARQCSI ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-CSI-4.
                READ ARQBKP
                   AT END GO TO BKP-CSI-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-CSI-4.
       BKP-CSI-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-CSI-FIM.
                EXIT.
      *
       BKP-PTS.
                MOVE "ARQPTS.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKPTS" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQPTS
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-PTS-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQPTS
                   GO TO BKP-PTS-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-PTS-2.
                READ ARQPTS NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-PTS-3.
                MOVE SPACES TO REGBKP
                MOVE REGPTS TO REGBKP (1:24)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-PTS-2.
       BKP-PTS-3.
                CLOSE ARQPTS ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-PTS-4.
                READ ARQBKP
                   AT END GO TO BKP-PTS-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-PTS-4.
       BKP-PTS-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-PTS-FIM.
                EXIT.
      *
       BKP-PTM.
                MOVE "ARQPTSM.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKPTM" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQPTM
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-PTM-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQPTM
                   GO TO BKP-PTM-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-PTM-2.
                READ ARQPTM NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-PTM-3.
                MOVE SPACES TO REGBKP
                MOVE REGPTM TO REGBKP (1:56)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-PTM-2.
       BKP-PTM-3.
                CLOSE ARQPTM ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-PTM-4.
                READ ARQBKP
                   AT END GO TO BKP-PTM-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-PTM-4.
       BKP-PTM-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-PTM-FIM.
                EXIT.
      *
       BKP-RPC.
                MOVE "ARQRPC.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKRPC" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQRPC
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-RPC-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQRPC
                   GO TO BKP-RPC-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-RPC-2.
                READ ARQRPC NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-RPC-3.
                MOVE SPACES TO REGBKP
                MOVE REGRPC TO REGBKP (1:90)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-RPC-2.
       BKP-RPC-3.
                CLOSE ARQRPC ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-RPC-4.
                READ ARQBKP
                   AT END GO TO BKP-RPC-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-RPC-4.
       BKP-RPC-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-RPC-FIM.
                EXIT.
      *
       BKP-OPC.
                MOVE "ARQOPC.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKOPC" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQOPC
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-OPC-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQOPC
                   GO TO BKP-OPC-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-OPC-2.
                READ ARQOPC NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-OPC-3.
                MOVE SPACES TO REGBKP
                MOVE REGOPC TO REGBKP (1:32)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-OPC-2.
       BKP-OPC-3.
                CLOSE ARQOPC ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-OPC-4.
                READ ARQBKP
                   AT END GO TO BKP-OPC-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-OPC-4.
       BKP-OPC-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-OPC-FIM.
                EXIT.
      *
       BKP-RCT.
                MOVE "ARQRCT.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKRCT" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQRCT
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-RCT-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQRCT
                   GO TO BKP-RCT-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-RCT-2.
                READ ARQRCT NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-RCT-3.
                MOVE SPACES TO REGBKP
                MOVE REGRCT TO REGBKP (1:89)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-RCT-2.
       BKP-RCT-3.
                CLOSE ARQRCT ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-RCT-4.
                READ ARQBKP
                   AT END GO TO BKP-RCT-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-RCT-4.
       BKP-RCT-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-RCT-FIM.
                EXIT.
      *
       BKP-OMK.
                MOVE "ARQOMK.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKOMK" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQOMK
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-OMK-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQOMK
                   GO TO BKP-OMK-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-OMK-2.
                READ ARQOMK NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-OMK-3.
                MOVE SPACES TO REGBKP
                MOVE REGOMK TO REGBKP (1:61)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-OMK-2.
       BKP-OMK-3.
                CLOSE ARQOMK ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-OMK-4.
                READ ARQBKP
                   AT END GO TO BKP-OMK-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-OMK-4.
       BKP-OMK-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-OMK-FIM.
                EXIT.
      *
       BKP-PDA.
                MOVE "ARQPDA.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKPDA" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQPDA
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-PDA-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQPDA
                   GO TO BKP-PDA-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-PDA-2.
                READ ARQPDA NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-PDA-3.
                MOVE SPACES TO REGBKP
                MOVE REGPDA TO REGBKP (1:66)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-PDA-2.
       BKP-PDA-3.
                CLOSE ARQPDA ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-PDA-4.
                READ ARQBKP
                   AT END GO TO BKP-PDA-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-PDA-4.
       BKP-PDA-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-PDA-FIM.
                EXIT.
      *
       BKP-GER.
                MOVE "ARQGER.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKGER" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQGER
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-GER-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQGER
                   GO TO BKP-GER-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-GER-2.
                READ ARQGER NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-GER-3.
                MOVE SPACES TO REGBKP
                MOVE REGGER TO REGBKP (1:120)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-GER-2.
       BKP-GER-3.
                CLOSE ARQGER ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-GER-4.
                READ ARQBKP
                   AT END GO TO BKP-GER-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-GER-4.
       BKP-GER-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-GER-FIM.
                EXIT.
      *
       BKP-VKT.
                MOVE "ARQVKT.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKVKT" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQVKT
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-VKT-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQVKT
                   GO TO BKP-VKT-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-VKT-2.
                READ ARQVKT NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-VKT-3.
                MOVE SPACES TO REGBKP
                MOVE REGVKT TO REGBKP (1:40)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-VKT-2.
       BKP-VKT-3.
                CLOSE ARQVKT ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-VKT-4.
                READ ARQBKP
                   AT END GO TO BKP-VKT-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-VKT-4.
       BKP-VKT-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-VKT-FIM.
                EXIT.
      *
       BKP-EMI.
                MOVE "ARQEMI.DAT" TO W-ARQ-ATUAL
                MOVE SPACES TO W-NOME-BKP
                STRING "BKEMI" W-GERACAO ".DAT"
                       DELIMITED BY SIZE INTO W-NOME-BKP
                OPEN INPUT ARQEMI
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY " " W-ARQ-ATUAL " : (AUSENTE - PULADO)"
                   GO TO BKP-EMI-FIM.
                OPEN OUTPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY " " W-ARQ-ATUAL " : ERRO NA COPIA"
                   CLOSE ARQEMI
                   GO TO BKP-EMI-FIM.
                MOVE ZEROS TO W-COPIADOS.
       BKP-EMI-2.
                READ ARQEMI NEXT
                   AT END MOVE "10" TO ST-IDX.
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   GO TO BKP-EMI-3.
                MOVE SPACES TO REGBKP
                MOVE REGEMI TO REGBKP (1:160)
                WRITE REGBKP
                ADD 1 TO W-COPIADOS
                GO TO BKP-EMI-2.
       BKP-EMI-3.
                CLOSE ARQEMI ARQBKP
                OPEN INPUT ARQBKP
                MOVE ZEROS TO W-CONFERIDOS.
       BKP-EMI-4.
                READ ARQBKP
                   AT END GO TO BKP-EMI-5.
                ADD 1 TO W-CONFERIDOS
                GO TO BKP-EMI-4.
       BKP-EMI-5.
                CLOSE ARQBKP
                IF W-CONFERIDOS = W-COPIADOS
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : " W-COPIADOS " REGISTROS (OK)"
                ELSE
                   DISPLAY " " W-ARQ-ATUAL " -> " W-NOME-BKP
                           " : *** CONTAGEM NAO CONFERE ***"
                   ADD 1 TO W-FALHAS.
       BKP-EMI-FIM.
                EXIT.
      *
      ***************************************
      * RESTAURACAO DE CADA ARQUIVO          *
      ***************************************
      *
       RST-CEP.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-CEP-FIM.
                OPEN OUTPUT ARQCEP
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-CEP-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-CEP-2.
                READ ARQBKP
                   AT END GO TO RST-CEP-3.
                MOVE REGBKP (1:89) TO REGCEP
                WRITE REGCEP
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-CEP-2.
       RST-CEP-3.
                CLOSE ARQBKP ARQCEP
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-CEP-FIM.
                EXIT.
      *
       RST-CLI.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-CLI-FIM.
                OPEN OUTPUT ARQCLI
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-CLI-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-CLI-2.
                READ ARQBKP
                   AT END GO TO RST-CLI-3.
                MOVE REGBKP (1:270) TO REGCLI
                WRITE REGCLI
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-CLI-2.
       RST-CLI-3.
                CLOSE ARQBKP ARQCLI
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-CLI-FIM.
                EXIT.
      *
       RST-FOR.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-FOR-FIM.
                OPEN OUTPUT ARQFOR
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-FOR-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-FOR-2.
                READ ARQBKP
                   AT END GO TO RST-FOR-3.
                MOVE REGBKP (1:256) TO REGFOR
                WRITE REGFOR
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-FOR-2.
       RST-FOR-3.
                CLOSE ARQBKP ARQFOR
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-FOR-FIM.
                EXIT.
      *
       RST-PRO.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-PRO-FIM.
                OPEN OUTPUT ARQPRO
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-PRO-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-PRO-2.
                READ ARQBKP
                   AT END GO TO RST-PRO-3.
                MOVE REGBKP (1:106) TO REGPRO
                WRITE REGPRO
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-PRO-2.
       RST-PRO-3.
                CLOSE ARQBKP ARQPRO
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-PRO-FIM.
                EXIT.
      *
       RST-MOV.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-MOV-FIM.
                OPEN OUTPUT ARQMOV
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-MOV-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-MOV-2.
                READ ARQBKP
                   AT END GO TO RST-MOV-3.
                MOVE REGBKP (1:52) TO REGMOV
                WRITE REGMOV
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-MOV-2.
       RST-MOV-3.
                CLOSE ARQBKP ARQMOV
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-MOV-FIM.
                EXIT.
      *
       RST-VDA.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-VDA-FIM.
                OPEN OUTPUT ARQVDA
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-VDA-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-VDA-2.
                READ ARQBKP
                   AT END GO TO RST-VDA-3.
                MOVE REGBKP (1:74) TO REGVDA
                WRITE REGVDA
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-VDA-2.
       RST-VDA-3.
                CLOSE ARQBKP ARQVDA
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-VDA-FIM.
                EXIT.
      *
       RST-CRX.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-CRX-FIM.
                OPEN OUTPUT ARQCRX
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-CRX-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-CRX-2.
                READ ARQBKP
                   AT END GO TO RST-CRX-3.
                MOVE REGBKP (1:53) TO REGCRX
                WRITE REGCRX
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-CRX-2.
       RST-CRX-3.
                CLOSE ARQBKP ARQCRX
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-CRX-FIM.
                EXIT.
      *
       RST-CPX.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-CPX-FIM.
                OPEN OUTPUT ARQCPX
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-CPX-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-CPX-2.
                READ ARQBKP
                   AT END GO TO RST-CPX-3.
                MOVE REGBKP (1:63) TO REGCPX
                WRITE REGCPX
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-CPX-2.
       RST-CPX-3.
                CLOSE ARQBKP ARQCPX
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-CPX-FIM.
                EXIT.
      *
       RST-PFX.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-PFX-FIM.
                OPEN OUTPUT ARQPFX
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-PFX-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-PFX-2.
                READ ARQBKP
                   AT END GO TO RST-PFX-3.
                MOVE REGBKP (1:34) TO REGPFX
                WRITE REGPFX
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-PFX-2.
       RST-PFX-3.
                CLOSE ARQBKP ARQPFX
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-PFX-FIM.
                EXIT.
      *
       RST-OPE.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-OPE-FIM.
                OPEN OUTPUT ARQOPE
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-OPE-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-OPE-2.
                READ ARQBKP
                   AT END GO TO RST-OPE-3.
                MOVE REGBKP (1:85) TO REGOPE
                WRITE REGOPE
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-OPE-2.
       RST-OPE-3.
                CLOSE ARQBKP ARQOPE
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-OPE-FIM.
                EXIT.
      *
       RST-UFX.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-UFX-FIM.
                OPEN OUTPUT ARQUFX
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-UFX-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-UFX-2.
                READ ARQBKP
                   AT END GO TO RST-UFX-3.
                MOVE REGBKP (1:22) TO REGUFX
                WRITE REGUFX
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-UFX-2.
       RST-UFX-3.
                CLOSE ARQBKP ARQUFX
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-UFX-FIM.
                EXIT.
      *
       RST-UNI.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-UNI-FIM.
                OPEN OUTPUT ARQUNI
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-UNI-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-UNI-2.
                READ ARQBKP
                   AT END GO TO RST-UNI-3.
                MOVE REGBKP (1:22) TO REGUNI
                WRITE REGUNI
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-UNI-2.
       RST-UNI-3.
                CLOSE ARQBKP ARQUNI
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-UNI-FIM.
                EXIT.
      *
       RST-TIP.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-TIP-FIM.
                OPEN OUTPUT ARQTIP
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-TIP-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-TIP-2.
                READ ARQBKP
                   AT END GO TO RST-TIP-3.
                MOVE REGBKP (1:21) TO REGTIP
                WRITE REGTIP
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-TIP-2.
       RST-TIP-3.
                CLOSE ARQBKP ARQTIP
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-TIP-FIM.
                EXIT.
      *
       RST-LOC.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-LOC-FIM.
                OPEN OUTPUT ARQLOC
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-LOC-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-LOC-2.
                READ ARQBKP
                   AT END GO TO RST-LOC-3.
                MOVE REGBKP (1:22) TO REGLOC
                WRITE REGLOC
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-LOC-2.
       RST-LOC-3.
                CLOSE ARQBKP ARQLOC
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-LOC-FIM.
                EXIT.
      *
      *
       RST-BXA.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-BXA-FIM.
                OPEN OUTPUT ARQBXA
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-BXA-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-BXA-2.
                READ ARQBKP
                   AT END GO TO RST-BXA-3.
                MOVE REGBKP (1:62) TO REGBXA
                WRITE REGBXA
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-BXA-2.
       RST-BXA-3.
                CLOSE ARQBKP ARQBXA
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-BXA-FIM.
                EXIT.
      *
       RST-DEV.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-DEV-FIM.
                OPEN OUTPUT ARQDEV
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-DEV-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-DEV-2.
                READ ARQBKP
                   AT END GO TO RST-DEV-3.
                MOVE REGBKP (1:45) TO REGDEV
                WRITE REGDEV
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-DEV-2.
       RST-DEV-3.
                CLOSE ARQBKP ARQDEV
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-DEV-FIM.
                EXIT.
      *
       RST-PED.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-PED-FIM.
                OPEN OUTPUT ARQPED
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-PED-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-PED-2.
                READ ARQBKP
                   AT END GO TO RST-PED-3.
                MOVE REGBKP (1:115) TO REGPED
                WRITE REGPED
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-PED-2.
       RST-PED-3.
                CLOSE ARQBKP ARQPED
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-PED-FIM.
                EXIT.
      *
       RST-PDI.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-PDI-FIM.
                OPEN OUTPUT ARQPDI
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-PDI-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-PDI-2.
                READ ARQBKP
                   AT END GO TO RST-PDI-3.
                MOVE REGBKP (1:39) TO REGPDI
                WRITE REGPDI
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-PDI-2.
       RST-PDI-3.
                CLOSE ARQBKP ARQPDI
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-PDI-FIM.
                EXIT.
      *
       RST-REC.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-REC-FIM.
                OPEN OUTPUT ARQREC
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-REC-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-REC-2.
                READ ARQBKP
                   AT END GO TO RST-REC-3.
                MOVE REGBKP (1:68) TO REGREC
                WRITE REGREC
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-REC-2.
       RST-REC-3.
                CLOSE ARQBKP ARQREC
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-REC-FIM.
                EXIT.
      *
       RST-CUS.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-CUS-FIM.
                OPEN OUTPUT ARQCUS
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-CUS-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-CUS-2.
                READ ARQBKP
                   AT END GO TO RST-CUS-3.
                MOVE REGBKP (1:32) TO REGCUS
                WRITE REGCUS
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-CUS-2.
       RST-CUS-3.
                CLOSE ARQBKP ARQCUS
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-CUS-FIM.
                EXIT.
      *
       RST-SLD.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-SLD-FIM.
                OPEN OUTPUT ARQSLD
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-SLD-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-SLD-2.
                READ ARQBKP
                   AT END GO TO RST-SLD-3.
                MOVE REGBKP (1:16) TO REGSLD
                WRITE REGSLD
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-SLD-2.
       RST-SLD-3.
                CLOSE ARQBKP ARQSLD
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-SLD-FIM.
                EXIT.
      *
       RST-ORC.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-ORC-FIM.
                OPEN OUTPUT ARQORC
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-ORC-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-ORC-2.
                READ ARQBKP
                   AT END GO TO RST-ORC-3.
                MOVE REGBKP (1:72) TO REGORC
                WRITE REGORC
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-ORC-2.
       RST-ORC-3.
                CLOSE ARQBKP ARQORC
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-ORC-FIM.
                EXIT.
      *
       RST-PDV.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-PDV-FIM.
                OPEN OUTPUT ARQPDV
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-PDV-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-PDV-2.
                READ ARQBKP
                   AT END GO TO RST-PDV-3.
                MOVE REGBKP (1:34) TO REGPDV
                WRITE REGPDV
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-PDV-2.
       RST-PDV-3.
                CLOSE ARQBKP ARQPDV
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-PDV-FIM.
                EXIT.
      *
       RST-PVI.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-PVI-FIM.
                OPEN OUTPUT ARQPVI
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-PVI-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-PVI-2.
                READ ARQBKP
                   AT END GO TO RST-PVI-3.
                MOVE REGBKP (1:34) TO REGPVI
                WRITE REGPVI
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-PVI-2.
       RST-PVI-3.
                CLOSE ARQBKP ARQPVI
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-PVI-FIM.
                EXIT.
      *
       RST-RSV.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-RSV-FIM.
                OPEN OUTPUT ARQRSV
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-RSV-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-RSV-2.
                READ ARQBKP
                   AT END GO TO RST-RSV-3.
                MOVE REGBKP (1:14) TO REGRSV
                WRITE REGRSV
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-RSV-2.
       RST-RSV-3.
                CLOSE ARQBKP ARQRSV
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-RSV-FIM.
                EXIT.
      *
       RST-LOT.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-LOT-FIM.
                OPEN OUTPUT ARQLOT
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-LOT-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-LOT-2.
                READ ARQBKP
                   AT END GO TO RST-LOT-3.
                MOVE REGBKP (1:32) TO REGLOT
                WRITE REGLOT
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-LOT-2.
       RST-LOT-3.
                CLOSE ARQBKP ARQLOT
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-LOT-FIM.
                EXIT.
      *
       RST-CXS.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-CXS-FIM.
                OPEN OUTPUT ARQCXS
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-CXS-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-CXS-2.
                READ ARQBKP
                   AT END GO TO RST-CXS-3.
                MOVE REGBKP (1:37) TO REGCXS
                WRITE REGCXS
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-CXS-2.
       RST-CXS-3.
                CLOSE ARQBKP ARQCXS
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-CXS-FIM.
                EXIT.
      *
       RST-FBC.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-FBC-FIM.
                OPEN OUTPUT ARQFBC
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-FBC-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-FBC-2.
                READ ARQBKP
                   AT END GO TO RST-FBC-3.
                MOVE REGBKP (1:32) TO REGFBC
                WRITE REGFBC
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-FBC-2.
       RST-FBC-3.
                CLOSE ARQBKP ARQFBC
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-FBC-FIM.
                EXIT.
      *
       RST-CHQ.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-CHQ-FIM.
                OPEN OUTPUT ARQCHQ
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-CHQ-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-CHQ-2.
                READ ARQBKP
                   AT END GO TO RST-CHQ-3.
                MOVE REGBKP (1:59) TO REGCHQ
                WRITE REGCHQ
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-CHQ-2.
       RST-CHQ-3.
                CLOSE ARQBKP ARQCHQ
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-CHQ-FIM.
                EXIT.
      *
       RST-CRD.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-CRD-FIM.
                OPEN OUTPUT ARQCRD
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-CRD-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-CRD-2.
                READ ARQBKP
                   AT END GO TO RST-CRD-3.
                MOVE REGBKP (1:24) TO REGCRD
                WRITE REGCRD
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-CRD-2.
       RST-CRD-3.
                CLOSE ARQBKP ARQCRD
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-CRD-FIM.
                EXIT.
      *
       RST-CDM.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-CDM-FIM.
                OPEN OUTPUT ARQCDM
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-CDM-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-CDM-2.
                READ ARQBKP
                   AT END GO TO RST-CDM-3.
                MOVE REGBKP (1:52) TO REGCDM
                WRITE REGCDM
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-CDM-2.
       RST-CDM-3.
                CLOSE ARQBKP ARQCDM
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-CDM-FIM.
                EXIT.
      *
       RST-COB.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-COB-FIM.
                OPEN OUTPUT ARQCOB
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-COB-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-COB-2.
                READ ARQBKP
                   AT END GO TO RST-COB-3.
                MOVE REGBKP (1:43) TO REGCOB
                WRITE REGCOB
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-COB-2.
       RST-COB-3.
                CLOSE ARQBKP ARQCOB
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-COB-FIM.
                EXIT.
      *
       RST-COT.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-COT-FIM.
                OPEN OUTPUT ARQCOT
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-COT-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-COT-2.
                READ ARQBKP
                   AT END GO TO RST-COT-3.
                MOVE REGBKP (1:15) TO REGCOT
                WRITE REGCOT
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-COT-2.
       RST-COT-3.
                CLOSE ARQBKP ARQCOT
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-COT-FIM.
                EXIT.
      *
       RST-CTI.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-CTI-FIM.
                OPEN OUTPUT ARQCTI
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-CTI-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-CTI-2.
                READ ARQBKP
                   AT END GO TO RST-CTI-3.
                MOVE REGBKP (1:20) TO REGCTI
                WRITE REGCTI
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-CTI-2.
       RST-CTI-3.
                CLOSE ARQBKP ARQCTI
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-CTI-FIM.
                EXIT.
      *
       RST-CTF.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-CTF-FIM.
                OPEN OUTPUT ARQCTF
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-CTF-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-CTF-2.
                READ ARQBKP
                   AT END GO TO RST-CTF-3.
                MOVE REGBKP (1:47) TO REGCTF
                WRITE REGCTF
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-CTF-2.
       RST-CTF-3.
                CLOSE ARQBKP ARQCTF
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-CTF-FIM.
                EXIT.
      *
       RST-MET.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-MET-FIM.
                OPEN OUTPUT ARQMET
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-MET-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-MET-2.
                READ ARQBKP
                   AT END GO TO RST-MET-3.
                MOVE REGBKP (1:26) TO REGMET
                WRITE REGMET
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-MET-2.
       RST-MET-3.
                CLOSE ARQBKP ARQMET
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-MET-FIM.
                EXIT.
      *
       RST-ALQ.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-ALQ-FIM.
                OPEN OUTPUT ARQALQ
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-ALQ-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-ALQ-2.
                READ ARQBKP
                   AT END GO TO RST-ALQ-3.
                MOVE REGBKP (1:9) TO REGALQ
                WRITE REGALQ
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-ALQ-2.
       RST-ALQ-3.
                CLOSE ARQBKP ARQALQ
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-ALQ-FIM.
                EXIT.
      *
       RST-ACD.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-ACD-FIM.
                OPEN OUTPUT ARQACD
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-ACD-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-ACD-2.
                READ ARQBKP
                   AT END GO TO RST-ACD-3.
                MOVE REGBKP (1:34) TO REGACD
                WRITE REGACD
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-ACD-2.
       RST-ACD-3.
                CLOSE ARQBKP ARQACD
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-ACD-FIM.
                EXIT.
      *
       RST-NFI.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-NFI-FIM.
                OPEN OUTPUT ARQNFI
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-NFI-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-NFI-2.
                READ ARQBKP
                   AT END GO TO RST-NFI-3.
                MOVE REGBKP (1:50) TO REGNFI
                WRITE REGNFI
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-NFI-2.
       RST-NFI-3.
                CLOSE ARQBKP ARQNFI
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-NFI-FIM.
                EXIT.
      *
       RST-CPG.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-CPG-FIM.
                OPEN OUTPUT ARQCPG
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-CPG-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-CPG-2.
                READ ARQBKP
                   AT END GO TO RST-CPG-3.
                MOVE REGBKP (1:40) TO REGCPG
                WRITE REGCPG
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-CPG-2.
       RST-CPG-3.
                CLOSE ARQBKP ARQCPG
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-CPG-FIM.
                EXIT.
      *
       RST-KIT.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-KIT-FIM.
                OPEN OUTPUT ARQKIT
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-KIT-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-KIT-2.
                READ ARQBKP
                   AT END GO TO RST-KIT-3.
                MOVE REGBKP (1:20) TO REGKIT
                WRITE REGKIT
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-KIT-2.
       RST-KIT-3.
                CLOSE ARQBKP ARQKIT
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-KIT-FIM.
                EXIT.
      *
       RST-FER.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-FER-FIM.
                OPEN OUTPUT ARQFER
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-FER-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-FER-2.
                READ ARQBKP
                   AT END GO TO RST-FER-3.
                MOVE REGBKP (1:38) TO REGFER
                WRITE REGFER
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-FER-2.
       RST-FER-3.
                CLOSE ARQBKP ARQFER
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-FER-FIM.
                EXIT.
      *
       RST-CTA.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-CTA-FIM.
                OPEN OUTPUT ARQCTA
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-CTA-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-CTA-2.
                READ ARQBKP
                   AT END GO TO RST-CTA-3.
                MOVE REGBKP (1:20) TO REGCTA
                WRITE REGCTA
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-CTA-2.
       RST-CTA-3.
                CLOSE ARQBKP ARQCTA
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-CTA-FIM.
                EXIT.
      *
       RST-ENT.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-ENT-FIM.
                OPEN OUTPUT ARQENT
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-ENT-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-ENT-2.
                READ ARQBKP
                   AT END GO TO RST-ENT-3.
                MOVE REGBKP (1:100) TO REGENT
                WRITE REGENT
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-ENT-2.
       RST-ENT-3.
                CLOSE ARQBKP ARQENT
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-ENT-FIM.
                EXIT.
      *
       RST-EST.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-EST-FIM.
                OPEN OUTPUT ARQEST
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-EST-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-EST-2.
                READ ARQBKP
                   AT END GO TO RST-EST-3.
                MOVE REGBKP (1:43) TO REGEST
                WRITE REGEST
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-EST-2.
       RST-EST-3.
                CLOSE ARQBKP ARQEST
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-EST-FIM.
                EXIT.
      *
       RST-ESV.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-ESV-FIM.
                OPEN OUTPUT ARQESV
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-ESV-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-ESV-2.
                READ ARQBKP
                   AT END GO TO RST-ESV-3.
                MOVE REGBKP (1:43) TO REGESV
                WRITE REGESV
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-ESV-2.
       RST-ESV-3.
                CLOSE ARQBKP ARQESV
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-ESV-FIM.
                EXIT.
      *
       RST-SPL.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-SPL-FIM.
                OPEN OUTPUT ARQSPL
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-SPL-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-SPL-2.
                READ ARQBKP
                   AT END GO TO RST-SPL-3.
                MOVE REGBKP (1:58) TO REGSPL
                WRITE REGSPL
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-SPL-2.
       RST-SPL-3.
                CLOSE ARQBKP ARQSPL
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-SPL-FIM.
                EXIT.
      *
       RST-APU.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-APU-FIM.
                OPEN OUTPUT ARQAPU
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-APU-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-APU-2.
                READ ARQBKP
                   AT END GO TO RST-APU-3.
                MOVE REGBKP (1:182) TO REGAPU
                WRITE REGAPU
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-APU-2.
       RST-APU-3.
                CLOSE ARQBKP ARQAPU
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-APU-FIM.
                EXIT.
      *
       RST-BCO.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-BCO-FIM.
                OPEN OUTPUT ARQBCO
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-BCO-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-BCO-2.
                READ ARQBKP
                   AT END GO TO RST-BCO-3.
                MOVE REGBKP (1:95) TO REGBCO
                WRITE REGBCO
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-BCO-2.
       RST-BCO-3.
                CLOSE ARQBKP ARQBCO
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-BCO-FIM.
                EXIT.
      *
       RST-CAT.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-CAT-FIM.
                OPEN OUTPUT ARQCAT
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-CAT-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-CAT-2.
                READ ARQBKP
                   AT END GO TO RST-CAT-3.
                MOVE REGBKP (1:44) TO REGCAT
                WRITE REGCAT
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-CAT-2.
       RST-CAT-3.
                CLOSE ARQBKP ARQCAT
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-CAT-FIM.
                EXIT.
      *
       RST-CCU.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-CCU-FIM.
                OPEN OUTPUT ARQCCU
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-CCU-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-CCU-2.
                READ ARQBKP
                   AT END GO TO RST-CCU-3.
                MOVE REGBKP (1:36) TO REGCCU
                WRITE REGCCU
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-CCU-2.
       RST-CCU-3.
                CLOSE ARQBKP ARQCCU
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-CCU-FIM.
                EXIT.
      *
       RST-CLX.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                OPEN INPUT ARQBKL
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-CLX-FIM.
                OPEN OUTPUT ARQCLX
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKL
                   GO TO RST-CLX-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-CLX-2.
                READ ARQBKL
                   AT END GO TO RST-CLX-3.
                MOVE REGBKL (1:327) TO REGCLX
                WRITE REGCLX
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-CLX-2.
       RST-CLX-3.
                CLOSE ARQBKL ARQCLX
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-CLX-FIM.
                EXIT.
      *
       RST-CMP.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-CMP-FIM.
                OPEN OUTPUT ARQCMP
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-CMP-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-CMP-2.
                READ ARQBKP
                   AT END GO TO RST-CMP-3.
                MOVE REGBKP (1:51) TO REGCMP
                WRITE REGCMP
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-CMP-2.
       RST-CMP-3.
                CLOSE ARQBKP ARQCMP
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-CMP-FIM.
                EXIT.
      *
       RST-CMI.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-CMI-FIM.
                OPEN OUTPUT ARQCMI
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-CMI-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-CMI-2.
                READ ARQBKP
                   AT END GO TO RST-CMI-3.
                MOVE REGBKP (1:25) TO REGCMI
                WRITE REGCMI
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-CMI-2.
       RST-CMI-3.
                CLOSE ARQBKP ARQCMI
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-CMI-FIM.
                EXIT.
      *
       RST-DSP.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-DSP-FIM.
                OPEN OUTPUT ARQDSP
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-DSP-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-DSP-2.
                READ ARQBKP
                   AT END GO TO RST-DSP-3.
                MOVE REGBKP (1:39) TO REGDSP
                WRITE REGDSP
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-DSP-2.
       RST-DSP-3.
                CLOSE ARQBKP ARQDSP
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-DSP-FIM.
                EXIT.
      *
       RST-EXB.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-EXB-FIM.
                OPEN OUTPUT ARQEXB
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-EXB-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-EXB-2.
                READ ARQBKP
                   AT END GO TO RST-EXB-3.
                MOVE REGBKP (1:96) TO REGEXB
                WRITE REGEXB
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-EXB-2.
       RST-EXB-3.
                CLOSE ARQBKP ARQEXB
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-EXB-FIM.
                EXIT.
      *
       RST-FRN.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-FRN-FIM.
                OPEN OUTPUT ARQFRN
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-FRN-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-FRN-2.
                READ ARQBKP
                   AT END GO TO RST-FRN-3.
                MOVE REGBKP (1:59) TO REGFRN
                WRITE REGFRN
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-FRN-2.
       RST-FRN-3.
                CLOSE ARQBKP ARQFRN
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-FRN-FIM.
                EXIT.
      *
       RST-FRT.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-FRT-FIM.
                OPEN OUTPUT ARQFRT
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-FRT-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-FRT-2.
                READ ARQBKP
                   AT END GO TO RST-FRT-3.
                MOVE REGBKP (1:85) TO REGFRT
                WRITE REGFRT
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-FRT-2.
       RST-FRT-3.
                CLOSE ARQBKP ARQFRT
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-FRT-FIM.
                EXIT.
      *
       RST-HPR.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-HPR-FIM.
                OPEN OUTPUT ARQHPR
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-HPR-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-HPR-2.
                READ ARQBKP
                   AT END GO TO RST-HPR-3.
                MOVE REGBKP (1:52) TO REGHPR
                WRITE REGHPR
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-HPR-2.
       RST-HPR-3.
                CLOSE ARQBKP ARQHPR
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-HPR-FIM.
                EXIT.
      *
       RST-INV.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-INV-FIM.
                OPEN OUTPUT ARQINV
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-INV-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-INV-2.
                READ ARQBKP
                   AT END GO TO RST-INV-3.
                MOVE REGBKP (1:21) TO REGINV
                WRITE REGINV
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-INV-2.
       RST-INV-3.
                CLOSE ARQBKP ARQINV
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-INV-FIM.
                EXIT.
      *
       RST-LCB.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-LCB-FIM.
                OPEN OUTPUT ARQLCB
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-LCB-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-LCB-2.
                READ ARQBKP
                   AT END GO TO RST-LCB-3.
                MOVE REGBKP (1:104) TO REGLCB
                WRITE REGLCB
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-LCB-2.
       RST-LCB-3.
                CLOSE ARQBKP ARQLCB
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-LCB-FIM.
                EXIT.
      *
       RST-MOT.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-MOT-FIM.
                OPEN OUTPUT ARQMOT
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-MOT-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-MOT-2.
                READ ARQBKP
                   AT END GO TO RST-MOT-3.
                MOVE REGBKP (1:35) TO REGMOT
                WRITE REGMOT
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-MOT-2.
       RST-MOT-3.
                CLOSE ARQBKP ARQMOT
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-MOT-FIM.
                EXIT.
      *
       RST-NFC.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-NFC-FIM.
                OPEN OUTPUT ARQNFC
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-NFC-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-NFC-2.
                READ ARQBKP
                   AT END GO TO RST-NFC-3.
                MOVE REGBKP (1:78) TO REGNFC
                WRITE REGNFC
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-NFC-2.
       RST-NFC-3.
                CLOSE ARQBKP ARQNFC
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-NFC-FIM.
                EXIT.
      *
       RST-NFE.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-NFE-FIM.
                OPEN OUTPUT ARQNFE
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-NFE-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-NFE-2.
                READ ARQBKP
                   AT END GO TO RST-NFE-3.
                MOVE REGBKP (1:147) TO REGNFE
                WRITE REGNFE
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-NFE-2.
       RST-NFE-3.
                CLOSE ARQBKP ARQNFE
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-NFE-FIM.
                EXIT.
      *
       RST-NFF.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-NFF-FIM.
                OPEN OUTPUT ARQNFF
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-NFF-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-NFF-2.
                READ ARQBKP
                   AT END GO TO RST-NFF-3.
                MOVE REGBKP (1:112) TO REGNFF
                WRITE REGNFF
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-NFF-2.
       RST-NFF-3.
                CLOSE ARQBKP ARQNFF
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-NFF-FIM.
                EXIT.
      *
       RST-NFL.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-NFL-FIM.
                OPEN OUTPUT ARQNFL
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-NFL-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-NFL-2.
                READ ARQBKP
                   AT END GO TO RST-NFL-3.
                MOVE REGBKP (1:71) TO REGNFL
                WRITE REGNFL
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-NFL-2.
       RST-NFL-3.
                CLOSE ARQBKP ARQNFL
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-NFL-FIM.
                EXIT.
      *
       RST-NUM.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-NUM-FIM.
                OPEN OUTPUT ARQNUM
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-NUM-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-NUM-2.
                READ ARQBKP
                   AT END GO TO RST-NUM-3.
                MOVE REGBKP (1:16) TO REGNUM
                WRITE REGNUM
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-NUM-2.
       RST-NUM-3.
                CLOSE ARQBKP ARQNUM
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-NUM-FIM.
                EXIT.
      *
       RST-PRM.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-PRM-FIM.
                OPEN OUTPUT ARQPRM
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-PRM-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-PRM-2.
                READ ARQBKP
                   AT END GO TO RST-PRM-3.
                MOVE REGBKP (1:46) TO REGPRM
                WRITE REGPRM
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-PRM-2.
       RST-PRM-3.
                CLOSE ARQBKP ARQPRM
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-PRM-FIM.
                EXIT.
      *
       RST-PER.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-PER-FIM.
                OPEN OUTPUT ARQPER
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-PER-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-PER-2.
                READ ARQBKP
                   AT END GO TO RST-PER-3.
                MOVE REGBKP (1:7) TO REGPER
                WRITE REGPER
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-PER-2.
       RST-PER-3.
                CLOSE ARQBKP ARQPER
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-PER-FIM.
                EXIT.
      *
       RST-PRC.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-PRC-FIM.
                OPEN OUTPUT ARQPRC
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-PRC-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-PRC-2.
                READ ARQBKP
                   AT END GO TO RST-PRC-3.
                MOVE REGBKP (1:33) TO REGPRC
                WRITE REGPRC
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-PRC-2.
       RST-PRC-3.
                CLOSE ARQBKP ARQPRC
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-PRC-FIM.
                EXIT.
      *
       RST-RCI.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-RCI-FIM.
                OPEN OUTPUT ARQRCI
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-RCI-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-RCI-2.
                READ ARQBKP
                   AT END GO TO RST-RCI-3.
                MOVE REGBKP (1:76) TO REGRCI
                WRITE REGRCI
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-RCI-2.
       RST-RCI-3.
                CLOSE ARQBKP ARQRCI
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-RCI-FIM.
                EXIT.
      *
       RST-ROT.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-ROT-FIM.
                OPEN OUTPUT ARQROT
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-ROT-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-ROT-2.
                READ ARQBKP
                   AT END GO TO RST-ROT-3.
                MOVE REGBKP (1:62) TO REGROT
                WRITE REGROT
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-ROT-2.
       RST-ROT-3.
                CLOSE ARQBKP ARQROT
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-ROT-FIM.
                EXIT.
      *
       RST-SER.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-SER-FIM.
                OPEN OUTPUT ARQSER
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-SER-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-SER-2.
                READ ARQBKP
                   AT END GO TO RST-SER-3.
                MOVE REGBKP (1:92) TO REGSER
                WRITE REGSER
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-SER-2.
       RST-SER-3.
                CLOSE ARQBKP ARQSER
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-SER-FIM.
                EXIT.
      *
       RST-SUG.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-SUG-FIM.
                OPEN OUTPUT ARQSUG
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-SUG-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-SUG-2.
                READ ARQBKP
                   AT END GO TO RST-SUG-3.
                MOVE REGBKP (1:39) TO REGSUG
                WRITE REGSUG
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-SUG-2.
       RST-SUG-3.
                CLOSE ARQBKP ARQSUG
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-SUG-FIM.
                EXIT.
      *
       RST-TRF.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-TRF-FIM.
                OPEN OUTPUT ARQTRF
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-TRF-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-TRF-2.
                READ ARQBKP
                   AT END GO TO RST-TRF-3.
                MOVE REGBKP (1:72) TO REGTRF
                WRITE REGTRF
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-TRF-2.
       RST-TRF-3.
                CLOSE ARQBKP ARQTRF
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-TRF-FIM.
                EXIT.
      *
       RST-TRI.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-TRI-FIM.
                OPEN OUTPUT ARQTRI
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-TRI-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-TRI-2.
                READ ARQBKP
                   AT END GO TO RST-TRI-3.
                MOVE REGBKP (1:28) TO REGTRI
                WRITE REGTRI
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-TRI-2.
       RST-TRI-3.
                CLOSE ARQBKP ARQTRI
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-TRI-FIM.
                EXIT.
      *
       RST-END.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-END-FIM.
                OPEN OUTPUT ARQEND
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-END-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-END-2.
                READ ARQBKP
                   AT END GO TO RST-END-3.
                MOVE REGBKP (1:175) TO REGEND
                WRITE REGEND
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-END-2.
       RST-END-3.
                CLOSE ARQBKP ARQEND
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-END-FIM.
                EXIT.
      *
       RST-VEI.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-VEI-FIM.
                OPEN OUTPUT ARQVEI
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-VEI-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-VEI-2.
                READ ARQBKP
                   AT END GO TO RST-VEI-3.
                MOVE REGBKP (1:60) TO REGVEI
                WRITE REGVEI
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-VEI-2.
       RST-VEI-3.
                CLOSE ARQBKP ARQVEI
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-VEI-FIM.
                EXIT.
      *
       RST-ENC.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-ENC-FIM.
                OPEN OUTPUT ARQENC
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-ENC-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-ENC-2.
                READ ARQBKP
                   AT END GO TO RST-ENC-3.
                MOVE REGBKP (1:73) TO REGENC
                WRITE REGENC
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-ENC-2.
       RST-ENC-3.
                CLOSE ARQBKP ARQENC
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-ENC-FIM.
                EXIT.
      *
       RST-CSG.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-CSG-FIM.
                OPEN OUTPUT ARQCSG
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-CSG-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-CSG-2.
                READ ARQBKP
                   AT END GO TO RST-CSG-3.
                MOVE REGBKP (1:63) TO REGCSG
                WRITE REGCSG
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-CSG-2.
       RST-CSG-3.
                CLOSE ARQBKP ARQCSG
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-CSG-FIM.
                EXIT.
      *
       RST-CSI.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-CSI-FIM.
                OPEN OUTPUT ARQCSI
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-CSI-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-CSI-2.
                READ ARQBKP
                   AT END GO TO RST-CSI-3.
                MOVE REGBKP (1:42) TO REGCSI
                WRITE REGCSI
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-CSI-2.
       RST-CSI-3.
                CLOSE ARQBKP ARQCSI
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-CSI-FIM.
                EXIT.
      *
       RST-PTS.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-PTS-FIM.
                OPEN OUTPUT ARQPTS
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-PTS-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-PTS-2.
                READ ARQBKP
                   AT END GO TO RST-PTS-3.
                MOVE REGBKP (1:24) TO REGPTS
                WRITE REGPTS
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-PTS-2.
       RST-PTS-3.
                CLOSE ARQBKP ARQPTS
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-PTS-FIM.
                EXIT.
      *
       RST-PTM.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-PTM-FIM.
                OPEN OUTPUT ARQPTM
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-PTM-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-PTM-2.
                READ ARQBKP
                   AT END GO TO RST-PTM-3.
                MOVE REGBKP (1:56) TO REGPTM
                WRITE REGPTM
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-PTM-2.
       RST-PTM-3.
                CLOSE ARQBKP ARQPTM
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-PTM-FIM.
                EXIT.
      *
       RST-RPC.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-RPC-FIM.
                OPEN OUTPUT ARQRPC
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-RPC-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-RPC-2.
                READ ARQBKP
                   AT END GO TO RST-RPC-3.
                MOVE REGBKP (1:90) TO REGRPC
                WRITE REGRPC
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-RPC-2.
       RST-RPC-3.
                CLOSE ARQBKP ARQRPC
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-RPC-FIM.
                EXIT.
      *
       RST-OPC.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-OPC-FIM.
                OPEN OUTPUT ARQOPC
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-OPC-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-OPC-2.
                READ ARQBKP
                   AT END GO TO RST-OPC-3.
                MOVE REGBKP (1:32) TO REGOPC
                WRITE REGOPC
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-OPC-2.
       RST-OPC-3.
                CLOSE ARQBKP ARQOPC
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-OPC-FIM.
                EXIT.
      *
       RST-RCT.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-RCT-FIM.
                OPEN OUTPUT ARQRCT
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-RCT-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-RCT-2.
                READ ARQBKP
                   AT END GO TO RST-RCT-3.
                MOVE REGBKP (1:89) TO REGRCT
                WRITE REGRCT
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-RCT-2.
       RST-RCT-3.
                CLOSE ARQBKP ARQRCT
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-RCT-FIM.
                EXIT.
      *
       RST-OMK.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-OMK-FIM.
                OPEN OUTPUT ARQOMK
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-OMK-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-OMK-2.
                READ ARQBKP
                   AT END GO TO RST-OMK-3.
                MOVE REGBKP (1:61) TO REGOMK
                WRITE REGOMK
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-OMK-2.
       RST-OMK-3.
                CLOSE ARQBKP ARQOMK
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-OMK-FIM.
                EXIT.
      *
       RST-PDA.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-PDA-FIM.
                OPEN OUTPUT ARQPDA
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-PDA-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-PDA-2.
                READ ARQBKP
                   AT END GO TO RST-PDA-3.
                MOVE REGBKP (1:66) TO REGPDA
                WRITE REGPDA
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-PDA-2.
       RST-PDA-3.
                CLOSE ARQBKP ARQPDA
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-PDA-FIM.
                EXIT.
      *
       RST-GER.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-GER-FIM.
                OPEN OUTPUT ARQGER
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-GER-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-GER-2.
                READ ARQBKP
                   AT END GO TO RST-GER-3.
                MOVE REGBKP (1:120) TO REGGER
                WRITE REGGER
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-GER-2.
       RST-GER-3.
                CLOSE ARQBKP ARQGER
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-GER-FIM.
                EXIT.
      *
       RST-VKT.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-VKT-FIM.
                OPEN OUTPUT ARQVKT
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-VKT-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-VKT-2.
                READ ARQBKP
                   AT END GO TO RST-VKT-3.
                MOVE REGBKP (1:40) TO REGVKT
                WRITE REGVKT
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-VKT-2.
       RST-VKT-3.
                CLOSE ARQBKP ARQVKT
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-VKT-FIM.
                EXIT.
      *
       RST-EMI.
                MOVE SPACES TO W-NOME-BKP
                STRING W-PREFIXO W-GERACAO ".DAT"
                       DELIMITED BY SPACE INTO W-NOME-BKP
                IF ST-BKP NOT = "00"
                   MOVE "00" TO ST-BKP
                   DISPLAY "*** GERACAO DE BACKUP NAO ENCONTRADA ***"
                   GO TO RST-EMI-FIM.
                OPEN OUTPUT ARQEMI
                IF ST-IDX NOT = "00"
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** ERRO NA RECRIACAO DO ARQUIVO ***"
                   CLOSE ARQBKP
                   GO TO RST-EMI-FIM.
                MOVE ZEROS TO W-COPIADOS.
       RST-EMI-2.
                READ ARQBKP
                   AT END GO TO RST-EMI-3.
                MOVE REGBKP (1:160) TO REGEMI
                WRITE REGEMI
                IF ST-IDX = "00" OR "02"
                   ADD 1 TO W-COPIADOS
                ELSE
                   MOVE "00" TO ST-IDX
                   DISPLAY "*** REGISTRO NAO RESTAURADO ***".
                GO TO RST-EMI-2.
       RST-EMI-3.
                CLOSE ARQBKP ARQEMI
                DISPLAY "*** RESTAURADOS " W-COPIADOS
                        " REGISTROS EM " W-ARQ-ATUAL " ***".
       RST-EMI-FIM.
                EXIT.
      *
      ***************************************
      * MARCA DA GERACAO NO DIARIO (ARQJRN): *
      * O RECJRN REAPLICA SOBRE A COPIA SO   *
      * AS ATUALIZACOES GRAVADAS DEPOIS DA   *
      * ULTIMA MARCA DA GERACAO RESTAURADA   *
      ***************************************
      *
       MARCAR-DIARIO.
                MOVE SPACES     TO JRN-COMUNIC
                MOVE "BKPARQ"   TO JRN-PROGRAMA
                MOVE "BKPARQ"   TO JRN-ARQUIVO
                MOVE "B"        TO JRN-OPERACAO
                MOVE "00"       TO JRN-STATUS
                MOVE W-GERACAO  TO JRN-DEPOIS (1:8)
                CALL "JRNDRV" USING JRN-COMUNIC.
       MARCAR-DIARIO-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
