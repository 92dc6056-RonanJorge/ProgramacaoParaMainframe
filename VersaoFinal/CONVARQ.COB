      * CONVERSAO DE LAYOUT DOS ARQUIVOS QUE         *
      * GANHARAM CAMPOS NOVOS: ARQCR (PARCELA NA     *
      * CHAVE E VALOR PAGO), ARQCP (DATA DE PGTO),   *
      * ARQMOV (LOCAIS E MOTIVO DO AJUSTE), ARQVDA   *
      * (LOCAL DO ITEM E CAMPANHA PROMOCIONAL),      *
      * ARQOPE (POLITICA DE SENHA), ARQBXA (JUROS    *
      * DA BAIXA), ARQCLI (CONDICAO DE PAGAMENTO     *
      * PADRAO), ARQPROC (CONTROLE DE SERIE E        *
      * GARANTIA, CATEGORIA DO PRODUTO) E ARQCP      *
      * (CATEGORIA DE DESPESA E CENTRO DE CUSTO),    *
      * ARQENT E ARQPDV (LOCAL DE ENTREGA), ARQPROC  *
      * (PESO E VOLUME), ARQENT (VEICULO, PESO E     *
      * VOLUME DA CARGA), ARQOPE (LIMITE DE COMPRA)  *
      * E ARQPED (VALOR E APROVACAO DO PEDIDO).      *
      * RODAR UMA UNICA VEZ APOS A ATUALIZACAO DOS   *
      * PROGRAMAS; UM ARQUIVO JA NO LAYOUT NOVO E    *
      * DETECTADO E PULADO. FAZER COPIA DE SEGURANCA *
      * (BKPARQ) ANTES DE RODAR.                     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-NOV
                    ALTERNATE RECORD KEY IS CP-FOR-CPF
                                   WITH DUPLICATES.
       SELECT ARQCPD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPD-NUM
                    FILE STATUS  IS ST-VEL
                    ALTERNATE RECORD KEY IS CPD-FOR-CPF
                                   WITH DUPLICATES.
       SELECT ARQMOVV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    FILE STATUS  IS ST-NOV
                    ALTERNATE RECORD KEY IS MOV-PRO-COD
                                   WITH DUPLICATES.
       SELECT ARQMOVM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOVM-NUM
                    FILE STATUS  IS ST-VEL
                    ALTERNATE RECORD KEY IS MOVM-PRO-COD
                                   WITH DUPLICATES.
       SELECT ARQVDAV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    FILE STATUS  IS ST-NOV
                    ALTERNATE RECORD KEY IS VDA-NUM-NOTA
                                   WITH DUPLICATES.
       SELECT ARQVDAP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VDAP-CHAVE
                    FILE STATUS  IS ST-VEL
                    ALTERNATE RECORD KEY IS VDAP-NUM-NOTA
                                   WITH DUPLICATES.
       SELECT ARQOPEV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    FILE STATUS  IS ST-NOV
                    ALTERNATE RECORD KEY IS OPE-NOME
                                   WITH DUPLICATES.
       SELECT ARQOPEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPEL-COD
                    FILE STATUS  IS ST-VEL
                    ALTERNATE RECORD KEY IS OPEL-NOME
                                   WITH DUPLICATES.
       SELECT ARQPEDV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEDV-NUM
                    FILE STATUS  IS ST-VEL
                    ALTERNATE RECORD KEY IS PEDV-FOR-CPF
                                   WITH DUPLICATES.
       SELECT ARQPEDN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PED-NUM
                    FILE STATUS  IS ST-NOV
                    ALTERNATE RECORD KEY IS PED-FOR-CPF
                                   WITH DUPLICATES.
       SELECT ARQPEDI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PDI-CHAVE
                    FILE STATUS  IS ST-PDI
                    ALTERNATE RECORD KEY IS PDI-PRO-COD
                                   WITH DUPLICATES.
       SELECT ARQBXAV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    FILE STATUS  IS ST-NOV
                    ALTERNATE RECORD KEY IS CLI-NOME
                                   WITH DUPLICATES.
       SELECT ARQPRCV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRCV-PRO-COD
                    FILE STATUS  IS ST-VEL.
       SELECT ARQPRCN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRC-PRO-COD
                    FILE STATUS  IS ST-NOV.
       SELECT ARQPRCS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRCS-PRO-COD
                    FILE STATUS  IS ST-VEL.
       SELECT ARQPRCC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRCC-PRO-COD
                    FILE STATUS  IS ST-VEL.
       SELECT ARQENTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENTL-NUM-NOTA
                    FILE STATUS  IS ST-VEL.
       SELECT ARQENTV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENTV-NUM-NOTA
                    FILE STATUS  IS ST-VEL.
       SELECT ARQENTN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENT-NUM-NOTA
                    FILE STATUS  IS ST-NOV.
       SELECT ARQPDVV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PDVV-NUM
                    FILE STATUS  IS ST-VEL
                    ALTERNATE RECORD KEY IS PDVV-CLI-CPF
                                   WITH DUPLICATES.
       SELECT ARQPDVN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PDV-NUM
                    FILE STATUS  IS ST-NOV
                    ALTERNATE RECORD KEY IS PDV-CLI-CPF
                                   WITH DUPLICATES.
       SELECT ARQTMP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-TMP.
                03 CP-DATA-VENC       PIC 9(08).
                03 CP-STATUS          PIC X(01).
                03 CP-DATA-PGTO       PIC 9(08).
                03 CP-DESPESA         PIC 9(03).
                03 CP-CCUSTO          PIC 9(03).
      *
       FD ARQCPD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCP.DAT".
       01 REGCPD.
                03 CPD-NUM          PIC 9(08).
                03 CPD-FOR-CPF      PIC 9(14).
                03 CPD-VALOR        PIC 9(10).
                03 CPD-DATA-EMIS    PIC 9(08).
                03 CPD-DATA-VENC    PIC 9(08).
                03 CPD-STATUS       PIC X(01).
                03 CPD-DATA-PGTO    PIC 9(08).
      *
       FD ARQMOVV
               LABEL RECORD IS STANDARD
                03 MOV-CPF-FORC    PIC 9(14).
                03 MOV-LOC         PIC X(02).
                03 MOV-LOC-DEST    PIC X(02).
                03 MOV-MOTIVO      PIC X(03).
      *
       FD ARQMOVM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".
       01 REGMOVM.
                03 MOVM-NUM        PIC 9(08).
                03 MOVM-PRO-COD    PIC 9(08).
                03 MOVM-TIPO       PIC X(01).
                03 MOVM-QTDE       PIC 9(06).
                03 MOVM-DATA       PIC 9(08).
                03 MOVM-CPF-FORC   PIC 9(14).
                03 MOVM-LOC        PIC X(02).
                03 MOVM-LOC-DEST   PIC X(02).
      *
       FD ARQVDAV
               LABEL RECORD IS STANDARD
                03 VDA-DESC-PERC   PIC 9(02)V99.
                03 VDA-SIT         PIC X(01).
                03 VDA-LOC         PIC X(02).
                03 VDA-PROMO       PIC X(04).
      *
       FD ARQVDAP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVDA.DAT".
       01 REGVDAP.
                03 VDAP-CHAVE.
                   05 VDAP-NUM-NOTA PIC 9(08).
                   05 VDAP-ITEM     PIC 9(03).
                03 VDAP-CLI-CPF    PIC 9(14).
                03 VDAP-PRO-COD    PIC 9(08).
                03 VDAP-QTDE       PIC 9(06).
                03 VDAP-PRECO      PIC 9(08).
                03 VDAP-DATA       PIC 9(08).
                03 VDAP-OPE-COD    PIC X(08).
                03 VDAP-DESC-PERC  PIC 9(02)V99.
                03 VDAP-SIT        PIC X(01).
                03 VDAP-LOC        PIC X(02).
      *
       FD ARQOPEV
               LABEL RECORD IS STANDARD
                03 OPE-DATA-SENHA         PIC 9(08).
                03 OPE-FALHAS             PIC 9(02).
                03 OPE-BLOQ               PIC X(01).
                03 OPE-LIM-COMPRA         PIC 9(10).
      *
       FD ARQOPEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPE.DAT".
       01 REGOPEL.
                03 OPEL-COD        PIC X(08).
                03 FILLER          PIC X(08).
                03 OPEL-NOME       PIC X(30).
                03 FILLER          PIC X(29).
      *
       FD ARQPEDV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPED.DAT".
       01 REGPEDV.
                03 PEDV-NUM        PIC 9(08).
                03 PEDV-FOR-CPF    PIC 9(14).
                03 FILLER          PIC X(17).
      *
       FD ARQPEDN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPED.DAT".
       01 REGPED.
                03 PED-NUM            PIC 9(08).
                03 PED-FOR-CPF        PIC 9(14).
                03 PED-DATA-EMISSAO   PIC 9(08).
                03 PED-DATA-PREV      PIC 9(08).
                03 PED-STATUS         PIC X(01).
                03 PED-VALOR          PIC 9(12).
                03 PED-EMITENTE       PIC X(08).
                03 PED-APROVADOR      PIC X(08).
                03 PED-DATA-APROV     PIC 9(08).
                03 PED-OBS-APROV      PIC X(40).
      *
       FD ARQPEDI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDI.DAT".
       01 REGPEDI.
                03 PDI-CHAVE.
                   05 PDI-PED-NUM     PIC 9(08).
                   05 PDI-ITEM        PIC 9(03).
                03 PDI-PRO-COD        PIC 9(08).
                03 PDI-QTDE           PIC 9(06).
                03 PDI-PRECO          PIC 9(08).
                03 PDI-QTDE-RECEBIDA  PIC 9(06).
      *
       FD ARQBXAV
               LABEL RECORD IS STANDARD
                03 CLI-SIT                PIC X(01).
                03 CLI-VERSAO             PIC 9(08).
                03 CLI-COND-PAG           PIC X(04).
      *
       FD ARQPRCV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROC.DAT".
       01 REGPRCV.
                03 PRCV-PRO-COD      PIC 9(08).
                03 PRCV-MIN-FIXO     PIC X(01).
      *
       FD ARQPRCN
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
       FD ARQPRCS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROC.DAT".
       01 REGPRCS.
                03 PRCS-PRO-COD      PIC 9(08).
                03 PRCS-MIN-FIXO     PIC X(01).
                03 PRCS-SERIE        PIC X(01).
                03 PRCS-GARANTIA     PIC 9(03).
      *
       FD ARQPRCC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROC.DAT".
       01 REGPRCC.
                03 PRCC-PRO-COD      PIC 9(08).
                03 FILLER            PIC X(11).
      *
       FD ARQENTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENT.DAT".
       01 REGENTL.
                03 ENTL-NUM-NOTA     PIC 9(08).
                03 FILLER            PIC X(61).
      *
       FD ARQENTV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENT.DAT".
       01 REGENTV.
                03 ENTV-NUM-NOTA     PIC 9(08).
                03 FILLER            PIC X(59).
      *
       FD ARQENTN
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
       FD ARQPDVV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPDV.DAT".
       01 REGPDVV.
                03 PDVV-NUM           PIC 9(08).
                03 PDVV-CLI-CPF       PIC 9(14).
                03 PDVV-DATA-EMISSAO  PIC 9(08).
                03 PDVV-STATUS        PIC X(01).
      *
       FD ARQPDVN
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
       FD ARQTMP
               LABEL RECORD IS STANDARD
       77 ST-VEL         PIC X(02) VALUE "00".
       77 ST-NOV         PIC X(02) VALUE "00".
       77 ST-TMP         PIC X(02) VALUE "00".
       77 ST-PDI         PIC X(02) VALUE "00".
       77 W-TEM-PDI      PIC 9(01) VALUE ZEROS.
       77 W-OPCAO        PIC 9(02) VALUE ZEROS.
       77 W-RESP         PIC X(01) VALUE SPACES.
       77 W-COPIADOS     PIC 9(08) VALUE ZEROS.
       77 W-CONVERTIDOS  PIC 9(08) VALUE ZEROS.
          03 VCP-DATA-VENC  PIC 9(08).
          03 VCP-STATUS     PIC X(01).
          03 FILLER         PIC X(31).
       01 W-VCPD REDEFINES W-REGVEL.
          03 VCPD-NUM       PIC 9(08).
          03 VCPD-FOR-CPF   PIC 9(14).
          03 VCPD-VALOR     PIC 9(10).
          03 VCPD-DATA-EMIS PIC 9(08).
          03 VCPD-DATA-VENC PIC 9(08).
          03 VCPD-STATUS    PIC X(01).
          03 VCPD-DATA-PGTO PIC 9(08).
          03 FILLER         PIC X(223).
       01 W-VMOV REDEFINES W-REGVEL.
          03 VMOV-NUM       PIC 9(08).
          03 VMOV-PRO-COD   PIC 9(08).
          03 VMOV-DATA      PIC 9(08).
          03 VMOV-CPF-FORC  PIC 9(14).
          03 FILLER         PIC X(35).
       01 W-VMOVM REDEFINES W-REGVEL.
          03 VMOVM-NUM      PIC 9(08).
          03 VMOVM-PRO-COD  PIC 9(08).
          03 VMOVM-TIPO     PIC X(01).
          03 VMOVM-QTDE     PIC 9(06).
          03 VMOVM-DATA     PIC 9(08).
          03 VMOVM-CPF-FORC PIC 9(14).
          03 VMOVM-LOC      PIC X(02).
          03 VMOVM-LOC-DEST PIC X(02).
          03 FILLER         PIC X(231).
       01 W-VVDA REDEFINES W-REGVEL.
          03 VVDA-NUM-NOTA  PIC 9(08).
          03 VVDA-ITEM      PIC 9(03).
          03 VVDA-DATA      PIC 9(08).
          03 VVDA-OPE-COD   PIC X(08).
          03 FILLER         PIC X(17).
       01 W-VVDAP REDEFINES W-REGVEL.
          03 VVDAP-NUM-NOTA PIC 9(08).
          03 VVDAP-ITEM     PIC 9(03).
          03 VVDAP-CLI-CPF  PIC 9(14).
          03 VVDAP-PRO-COD  PIC 9(08).
          03 VVDAP-QTDE     PIC 9(06).
          03 VVDAP-PRECO    PIC 9(08).
          03 VVDAP-DATA     PIC 9(08).
          03 VVDAP-OPE-COD  PIC X(08).
          03 VVDAP-DESC-PERC PIC 9(02)V99.
          03 VVDAP-SIT      PIC X(01).
          03 VVDAP-LOC      PIC X(02).
          03 FILLER         PIC X(210).
       01 W-VOPE REDEFINES W-REGVEL.
          03 VOPE-COD       PIC X(08).
          03 VOPE-SENHA     PIC X(08).
          03 VBXA-FORMA     PIC X(01).
          03 VBXA-OPERADOR  PIC X(20).
          03 FILLER         PIC X(28).
       01 W-VPRC REDEFINES W-REGVEL.
          03 VPRC-PRO-COD   PIC 9(08).
          03 VPRC-MIN-FIXO  PIC X(01).
          03 FILLER         PIC X(271).
       01 W-VPRCS REDEFINES W-REGVEL.
          03 VPRCS-PRO-COD  PIC 9(08).
          03 VPRCS-MIN-FIXO PIC X(01).
          03 VPRCS-SERIE    PIC X(01).
          03 VPRCS-GARANTIA PIC 9(03).
          03 FILLER         PIC X(267).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       PEDIR-OPCAO.
                DISPLAY "1=ARQCR  2=ARQCP  3=ARQMOV  4=ARQVDA"
                DISPLAY "5=ARQOPE 6=ARQBXA 7=ARQCLI  8=ARQMOV (MOTIVO)"
                DISPLAY "10=ARQVDA (CAMPANHA)  11=ARQPROC (SERIE)"
                DISPLAY "12=ARQPROC (CATEGORIA)  13=ARQCP (DESPESA)"
                DISPLAY "14=ARQENT (LOCAL)  15=ARQPDV (ENTREGA)"
                DISPLAY "16=ARQPROC (PESO)  17=ARQENT (VEICULO)"
                DISPLAY "18=ARQOPE (LIMITE)  19=ARQPED (APROVACAO)"
                DISPLAY "9=TODOS"
                DISPLAY "0=ENCERRAR"
                DISPLAY "OPCAO : " WITH NO ADVANCING
                ACCEPT W-OPCAO
                   WHEN 5 PERFORM CONV-OPE THRU CONV-OPE-FIM
                   WHEN 6 PERFORM CONV-BXA THRU CONV-BXA-FIM
                   WHEN 7 PERFORM CONV-CLI THRU CONV-CLI-FIM
                   WHEN 8 PERFORM CONV-MOVM THRU CONV-MOVM-FIM
                   WHEN 10 PERFORM CONV-VDAP THRU CONV-VDAP-FIM
                   WHEN 11 PERFORM CONV-PRC THRU CONV-PRC-FIM
                   WHEN 12 PERFORM CONV-PRCS THRU CONV-PRCS-FIM
                   WHEN 13 PERFORM CONV-CPD THRU CONV-CPD-FIM
                   WHEN 14 PERFORM CONV-ENT THRU CONV-ENT-FIM
                   WHEN 15 PERFORM CONV-PDV THRU CONV-PDV-FIM
                   WHEN 16 PERFORM CONV-PRCC THRU CONV-PRCC-FIM
                   WHEN 17 PERFORM CONV-ENTL THRU CONV-ENTL-FIM
                   WHEN 18 PERFORM CONV-OPEL THRU CONV-OPEL-FIM
                   WHEN 19 PERFORM CONV-PEDV THRU CONV-PEDV-FIM
                   WHEN 9 PERFORM CONV-TODOS THRU CONV-TODOS-FIM
                   WHEN 0 GO TO ROT-FIM
                   WHEN OTHER
       CONV-TODOS.
                PERFORM CONV-CR THRU CONV-CR-FIM
                PERFORM CONV-CP THRU CONV-CP-FIM
                PERFORM CONV-CPD THRU CONV-CPD-FIM
                PERFORM CONV-MOV THRU CONV-MOV-FIM
                PERFORM CONV-MOVM THRU CONV-MOVM-FIM
                PERFORM CONV-VDA THRU CONV-VDA-FIM
                PERFORM CONV-VDAP THRU CONV-VDAP-FIM
                PERFORM CONV-OPE THRU CONV-OPE-FIM
                PERFORM CONV-BXA THRU CONV-BXA-FIM
                PERFORM CONV-CLI THRU CONV-CLI-FIM
                PERFORM CONV-PRC THRU CONV-PRC-FIM
                PERFORM CONV-PRCS THRU CONV-PRCS-FIM
                PERFORM CONV-ENT THRU CONV-ENT-FIM
                PERFORM CONV-PDV THRU CONV-PDV-FIM
                PERFORM CONV-PRCC THRU CONV-PRCC-FIM
                PERFORM CONV-ENTL THRU CONV-ENTL-FIM
                PERFORM CONV-OPEL THRU CONV-OPEL-FIM
                PERFORM CONV-PEDV THRU CONV-PEDV-FIM.
       CONV-TODOS-FIM.
                EXIT.
      *
                MOVE VCP-DATA-VENC TO CP-DATA-VENC
                MOVE VCP-STATUS    TO CP-STATUS
                MOVE ZEROS         TO CP-DATA-PGTO
                MOVE ZEROS         TO CP-DESPESA CP-CCUSTO
                WRITE REGCP
                IF ST-NOV = "00" OR "02"
                   ADD 1 TO W-CONVERTIDOS
       CONV-CP-FIM.
                EXIT.
      *
      ***************************************
      * ARQCP.DAT JA COM DATA DE PAGAMENTO,  *
      * SEM CATEGORIA DE DESPESA E CENTRO DE *
      * CUSTO: OS TITULOS ANTIGOS FICAM SEM  *
      * CLASSIFICACAO (ZEROS)                *
      ***************************************
      *
       CONV-CPD.
                DISPLAY " ----- ARQCP.DAT (DESPESA) ----- "
                OPEN INPUT ARQCPD
                IF ST-VEL NOT = "00"
                   MOVE "00" TO ST-VEL
                   DISPLAY "   (AUSENTE OU JA CONVERTIDO - PULADO)"
                   GO TO CONV-CPD-FIM.
                OPEN OUTPUT ARQTMP
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   DISPLAY "   *** ERRO NO ARQ TEMPORARIO ***"
                   CLOSE ARQCPD
                   GO TO CONV-CPD-FIM.
                MOVE ZEROS TO W-COPIADOS W-CONVERTIDOS.
       CONV-CPD-1.
                READ ARQCPD NEXT
                   AT END MOVE "10" TO ST-VEL.
                IF ST-VEL NOT = "00"
                   MOVE "00" TO ST-VEL
                   GO TO CONV-CPD-2.
                MOVE SPACES TO REGTMP
                MOVE REGCPD TO REGTMP (1:57)
                WRITE REGTMP
                ADD 1 TO W-COPIADOS
                GO TO CONV-CPD-1.
       CONV-CPD-2.
                CLOSE ARQCPD ARQTMP
                OPEN INPUT ARQTMP
                OPEN OUTPUT ARQCPN.
       CONV-CPD-3.
                READ ARQTMP
                   AT END GO TO CONV-CPD-4.
                MOVE REGTMP TO W-REGVEL
                MOVE VCPD-NUM       TO CP-NUM
                MOVE VCPD-FOR-CPF   TO CP-FOR-CPF
                MOVE VCPD-VALOR     TO CP-VALOR
                MOVE VCPD-DATA-EMIS TO CP-DATA-EMISSAO
                MOVE VCPD-DATA-VENC TO CP-DATA-VENC
                MOVE VCPD-STATUS    TO CP-STATUS
                MOVE VCPD-DATA-PGTO TO CP-DATA-PGTO
                MOVE ZEROS          TO CP-DESPESA CP-CCUSTO
                WRITE REGCP
                IF ST-NOV = "00" OR "02"
                   ADD 1 TO W-CONVERTIDOS
                ELSE
                   MOVE "00" TO ST-NOV
                   DISPLAY "   *** REGISTRO NAO CONVERTIDO ***".
                GO TO CONV-CPD-3.
       CONV-CPD-4.
                CLOSE ARQTMP ARQCPN
                DISPLAY "   REGISTROS LIDOS      : " W-COPIADOS
                DISPLAY "   REGISTROS CONVERTIDOS: " W-CONVERTIDOS
                IF W-CONVERTIDOS NOT = W-COPIADOS
                   DISPLAY "   *** CONTAGEM NAO CONFERE -"
                           " CONFERIR O ARQUIVO ***".
       CONV-CPD-FIM.
                EXIT.
      *
      ***** CONVERSAO DO ARQMOV.DAT *****
      *
       CONV-MOV.
                MOVE VMOV-CPF-FORC TO MOV-CPF-FORC
                MOVE "01"          TO MOV-LOC
                MOVE SPACES        TO MOV-LOC-DEST
                MOVE SPACES        TO MOV-MOTIVO
                WRITE REGMOV
                IF ST-NOV = "00" OR "02"
                   ADD 1 TO W-CONVERTIDOS
       CONV-MOV-FIM.
                EXIT.
      *
      ***************************************
      * ARQMOV.DAT JA COM LOCAIS, SEM O      *
      * MOTIVO DO AJUSTE: O MOTIVO FICA EM   *
      * BRANCO NOS MOVIMENTOS ANTIGOS        *
      ***************************************
      *
       CONV-MOVM.
                DISPLAY " ----- ARQMOV.DAT (MOTIVO) ----- "
                OPEN INPUT ARQMOVM
                IF ST-VEL NOT = "00"
                   MOVE "00" TO ST-VEL
                   DISPLAY "   (AUSENTE OU JA CONVERTIDO - PULADO)"
                   GO TO CONV-MOVM-FIM.
                OPEN OUTPUT ARQTMP
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   DISPLAY "   *** ERRO NO ARQ TEMPORARIO ***"
                   CLOSE ARQMOVM
                   GO TO CONV-MOVM-FIM.
                MOVE ZEROS TO W-COPIADOS W-CONVERTIDOS.
       CONV-MOVM-1.
                READ ARQMOVM NEXT
                   AT END MOVE "10" TO ST-VEL.
                IF ST-VEL NOT = "00"
                   MOVE "00" TO ST-VEL
                   GO TO CONV-MOVM-2.
                MOVE SPACES TO REGTMP
                MOVE REGMOVM TO REGTMP (1:49)
                WRITE REGTMP
                ADD 1 TO W-COPIADOS
                GO TO CONV-MOVM-1.
       CONV-MOVM-2.
                CLOSE ARQMOVM ARQTMP
                OPEN INPUT ARQTMP
                OPEN OUTPUT ARQMOVN.
       CONV-MOVM-3.
                READ ARQTMP
                   AT END GO TO CONV-MOVM-4.
                MOVE REGTMP TO W-REGVEL
                MOVE VMOVM-NUM      TO MOV-NUM
                MOVE VMOVM-PRO-COD  TO MOV-PRO-COD
                MOVE VMOVM-TIPO     TO MOV-TIPO
                MOVE VMOVM-QTDE     TO MOV-QTDE
                MOVE VMOVM-DATA     TO MOV-DATA
                MOVE VMOVM-CPF-FORC TO MOV-CPF-FORC
                MOVE VMOVM-LOC      TO MOV-LOC
                MOVE VMOVM-LOC-DEST TO MOV-LOC-DEST
                MOVE SPACES         TO MOV-MOTIVO
                WRITE REGMOV
                IF ST-NOV = "00" OR "02"
                   ADD 1 TO W-CONVERTIDOS
                ELSE
                   MOVE "00" TO ST-NOV
                   DISPLAY "   *** REGISTRO NAO CONVERTIDO ***".
                GO TO CONV-MOVM-3.
       CONV-MOVM-4.
                CLOSE ARQTMP ARQMOVN
                DISPLAY "   REGISTROS LIDOS      : " W-COPIADOS
                DISPLAY "   REGISTROS CONVERTIDOS: " W-CONVERTIDOS
                IF W-CONVERTIDOS NOT = W-COPIADOS
                   DISPLAY "   *** CONTAGEM NAO CONFERE -"
                           " CONFERIR O ARQUIVO ***".
       CONV-MOVM-FIM.
                EXIT.
      *
      ***** CONVERSAO DO ARQVDA.DAT *****
      *
       CONV-VDA.
                MOVE ZEROS         TO VDA-DESC-PERC
                MOVE "A"           TO VDA-SIT
                MOVE "01"          TO VDA-LOC
                MOVE SPACES        TO VDA-PROMO
                WRITE REGVDA
                IF ST-NOV = "00" OR "02"
                   ADD 1 TO W-CONVERTIDOS
       CONV-VDA-FIM.
                EXIT.
      *
      ***************************************
      * ARQVDA.DAT JA COM LOCAL, SEM A       *
      * CAMPANHA PROMOCIONAL: OS ITENS       *
      * ANTIGOS FICAM SEM CAMPANHA           *
      ***************************************
      *
       CONV-VDAP.
                DISPLAY " ----- ARQVDA.DAT (CAMPANHA) ----- "
                OPEN INPUT ARQVDAP
                IF ST-VEL NOT = "00"
                   MOVE "00" TO ST-VEL
                   DISPLAY "   (AUSENTE OU JA CONVERTIDO - PULADO)"
                   GO TO CONV-VDAP-FIM.
                OPEN OUTPUT ARQTMP
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   DISPLAY "   *** ERRO NO ARQ TEMPORARIO ***"
                   CLOSE ARQVDAP
                   GO TO CONV-VDAP-FIM.
                MOVE ZEROS TO W-COPIADOS W-CONVERTIDOS.
       CONV-VDAP-1.
                READ ARQVDAP NEXT
                   AT END MOVE "10" TO ST-VEL.
                IF ST-VEL NOT = "00"
                   MOVE "00" TO ST-VEL
                   GO TO CONV-VDAP-2.
                MOVE SPACES TO REGTMP
                MOVE REGVDAP TO REGTMP (1:70)
                WRITE REGTMP
                ADD 1 TO W-COPIADOS
                GO TO CONV-VDAP-1.
       CONV-VDAP-2.
                CLOSE ARQVDAP ARQTMP
                OPEN INPUT ARQTMP
                OPEN OUTPUT ARQVDAN.
       CONV-VDAP-3.
                READ ARQTMP
                   AT END GO TO CONV-VDAP-4.
                MOVE REGTMP TO W-REGVEL
                MOVE VVDAP-NUM-NOTA  TO VDA-NUM-NOTA
                MOVE VVDAP-ITEM      TO VDA-ITEM
                MOVE VVDAP-CLI-CPF   TO VDA-CLI-CPF
                MOVE VVDAP-PRO-COD   TO VDA-PRO-COD
                MOVE VVDAP-QTDE      TO VDA-QTDE
                MOVE VVDAP-PRECO     TO VDA-PRECO
                MOVE VVDAP-DATA      TO VDA-DATA
                MOVE VVDAP-OPE-COD   TO VDA-OPE-COD
                MOVE VVDAP-DESC-PERC TO VDA-DESC-PERC
                MOVE VVDAP-SIT       TO VDA-SIT
                MOVE VVDAP-LOC       TO VDA-LOC
                MOVE SPACES          TO VDA-PROMO
                WRITE REGVDA
                IF ST-NOV = "00" OR "02"
                   ADD 1 TO W-CONVERTIDOS
                ELSE
                   MOVE "00" TO ST-NOV
                   DISPLAY "   *** REGISTRO NAO CONVERTIDO ***".
                GO TO CONV-VDAP-3.
       CONV-VDAP-4.
                CLOSE ARQTMP ARQVDAN
                DISPLAY "   REGISTROS LIDOS      : " W-COPIADOS
                DISPLAY "   REGISTROS CONVERTIDOS: " W-CONVERTIDOS
                IF W-CONVERTIDOS NOT = W-COPIADOS
                   DISPLAY "   *** CONTAGEM NAO CONFERE -"
                           " CONFERIR O ARQUIVO ***".
       CONV-VDAP-FIM.
                EXIT.
      *
      ***************************************
      * ARQPROC.DAT SEM CONTROLE DE SERIE E  *
      * GARANTIA: PRODUTOS ANTIGOS FICAM SEM *
      * SERIE E SEM PRAZO DE GARANTIA        *
      ***************************************
      *
       CONV-PRC.
                DISPLAY " ----- ARQPROC.DAT ----- "
                OPEN INPUT ARQPRCV
                IF ST-VEL NOT = "00"
                   MOVE "00" TO ST-VEL
                   DISPLAY "   (AUSENTE OU JA CONVERTIDO - PULADO)"
                   GO TO CONV-PRC-FIM.
                OPEN OUTPUT ARQTMP
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   DISPLAY "   *** ERRO NO ARQ TEMPORARIO ***"
                   CLOSE ARQPRCV
                   GO TO CONV-PRC-FIM.
                MOVE ZEROS TO W-COPIADOS W-CONVERTIDOS.
       CONV-PRC-1.
                READ ARQPRCV NEXT
                   AT END MOVE "10" TO ST-VEL.
                IF ST-VEL NOT = "00"
                   MOVE "00" TO ST-VEL
                   GO TO CONV-PRC-2.
                MOVE SPACES TO REGTMP
                MOVE REGPRCV TO REGTMP (1:9)
                WRITE REGTMP
                ADD 1 TO W-COPIADOS
                GO TO CONV-PRC-1.
       CONV-PRC-2.
                CLOSE ARQPRCV ARQTMP
                OPEN INPUT ARQTMP
                OPEN OUTPUT ARQPRCN.
       CONV-PRC-3.
                READ ARQTMP
                   AT END GO TO CONV-PRC-4.
                MOVE REGTMP TO W-REGVEL
                MOVE VPRC-PRO-COD    TO PRC-PRO-COD
                MOVE VPRC-MIN-FIXO   TO PRC-MIN-FIXO
                MOVE "N"             TO PRC-SERIE
                MOVE ZEROS           TO PRC-GARANTIA
                MOVE ZEROS           TO PRC-CATEGORIA
                MOVE ZEROS           TO PRC-PESO PRC-VOLUME
                WRITE REGPRC
                IF ST-NOV = "00" OR "02"
                   ADD 1 TO W-CONVERTIDOS
                ELSE
                   MOVE "00" TO ST-NOV
                   DISPLAY "   *** REGISTRO NAO CONVERTIDO ***".
                GO TO CONV-PRC-3.
       CONV-PRC-4.
                CLOSE ARQTMP ARQPRCN
                DISPLAY "   REGISTROS LIDOS      : " W-COPIADOS
                DISPLAY "   REGISTROS CONVERTIDOS: " W-CONVERTIDOS
                IF W-CONVERTIDOS NOT = W-COPIADOS
                   DISPLAY "   *** CONTAGEM NAO CONFERE -"
                           " CONFERIR O ARQUIVO ***".
       CONV-PRC-FIM.
                EXIT.
      *
      ***************************************
      * ARQPROC.DAT JA COM SERIE E GARANTIA, *
      * SEM A CATEGORIA: PRODUTOS ANTIGOS    *
      * FICAM SEM CATEGORIA (000000)         *
      ***************************************
      *
       CONV-PRCS.
                DISPLAY " ----- ARQPROC.DAT (CATEGORIA) ----- "
                OPEN INPUT ARQPRCS
                IF ST-VEL NOT = "00"
                   MOVE "00" TO ST-VEL
                   DISPLAY "   (AUSENTE OU JA CONVERTIDO - PULADO)"
                   GO TO CONV-PRCS-FIM.
                OPEN OUTPUT ARQTMP
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   DISPLAY "   *** ERRO NO ARQ TEMPORARIO ***"
                   CLOSE ARQPRCS
                   GO TO CONV-PRCS-FIM.
                MOVE ZEROS TO W-COPIADOS W-CONVERTIDOS.
       CONV-PRCS-1.
                READ ARQPRCS NEXT
                   AT END MOVE "10" TO ST-VEL.
                IF ST-VEL NOT = "00"
                   MOVE "00" TO ST-VEL
                   GO TO CONV-PRCS-2.
                MOVE SPACES TO REGTMP
                MOVE REGPRCS TO REGTMP (1:13)
                WRITE REGTMP
                ADD 1 TO W-COPIADOS
                GO TO CONV-PRCS-1.
       CONV-PRCS-2.
                CLOSE ARQPRCS ARQTMP
                OPEN INPUT ARQTMP
                OPEN OUTPUT ARQPRCN.
       CONV-PRCS-3.
                READ ARQTMP
                   AT END GO TO CONV-PRCS-4.
                MOVE REGTMP TO W-REGVEL
                MOVE VPRCS-PRO-COD   TO PRC-PRO-COD
                MOVE VPRCS-MIN-FIXO  TO PRC-MIN-FIXO
                MOVE VPRCS-SERIE     TO PRC-SERIE
                MOVE VPRCS-GARANTIA  TO PRC-GARANTIA
                MOVE ZEROS           TO PRC-CATEGORIA
                MOVE ZEROS           TO PRC-PESO PRC-VOLUME
                WRITE REGPRC
                IF ST-NOV = "00" OR "02"
                   ADD 1 TO W-CONVERTIDOS
                ELSE
                   MOVE "00" TO ST-NOV
                   DISPLAY "   *** REGISTRO NAO CONVERTIDO ***".
                GO TO CONV-PRCS-3.
       CONV-PRCS-4.
                CLOSE ARQTMP ARQPRCN
                DISPLAY "   REGISTROS LIDOS      : " W-COPIADOS
                DISPLAY "   REGISTROS CONVERTIDOS: " W-CONVERTIDOS
                IF W-CONVERTIDOS NOT = W-COPIADOS
                   DISPLAY "   *** CONTAGEM NAO CONFERE -"
                           " CONFERIR O ARQUIVO ***".
       CONV-PRCS-FIM.
                EXIT.
      *
      ***** CONVERSAO DO ARQOPE.DAT *****
      *
       CONV-OPE.
                MOVE ZEROS         TO OPE-DATA-SENHA
                MOVE ZEROS         TO OPE-FALHAS
                MOVE "N"           TO OPE-BLOQ
                PERFORM LIMITE-INICIAL THRU LIMITE-INICIAL-FIM
                WRITE REGOPE
                IF ST-NOV = "00" OR "02"
                   ADD 1 TO W-CONVERTIDOS
       CONV-CLI-FIM.
                EXIT.
      *
      ***** CONVERSAO DO ARQENT.DAT *****
      *
       CONV-ENT.
                DISPLAY " ----- ARQENT.DAT ----- "
                OPEN INPUT ARQENTV
                IF ST-VEL NOT = "00"
                   MOVE "00" TO ST-VEL
                   DISPLAY "   (AUSENTE OU JA CONVERTIDO - PULADO)"
                   GO TO CONV-ENT-FIM.
                OPEN OUTPUT ARQTMP
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   DISPLAY "   *** ERRO NO ARQ TEMPORARIO ***"
                   CLOSE ARQENTV
                   GO TO CONV-ENT-FIM.
                MOVE ZEROS TO W-COPIADOS W-CONVERTIDOS.
       CONV-ENT-1.
                READ ARQENTV NEXT
                   AT END MOVE "10" TO ST-VEL.
                IF ST-VEL NOT = "00"
                   MOVE "00" TO ST-VEL
                   GO TO CONV-ENT-2.
                MOVE SPACES TO REGTMP
                MOVE REGENTV TO REGTMP (1:67)
                WRITE REGTMP
                ADD 1 TO W-COPIADOS
                GO TO CONV-ENT-1.
       CONV-ENT-2.
                CLOSE ARQENTV ARQTMP
                OPEN INPUT ARQTMP
                OPEN OUTPUT ARQENTN.
       CONV-ENT-3.
                READ ARQTMP
                   AT END GO TO CONV-ENT-4.
                MOVE REGTMP (1:67) TO REGENT (1:67)
                MOVE ZEROS          TO ENT-END-SEQ ENT-DATA-ROT
                                       ENT-PESO ENT-VOLUME
                MOVE SPACES         TO ENT-PLACA
                WRITE REGENT
                IF ST-NOV = "00" OR "02"
                   ADD 1 TO W-CONVERTIDOS
                ELSE
                   MOVE "00" TO ST-NOV
                   DISPLAY "   *** REGISTRO NAO CONVERTIDO ***".
                GO TO CONV-ENT-3.
       CONV-ENT-4.
                CLOSE ARQTMP ARQENTN
                DISPLAY "   REGISTROS LIDOS      : " W-COPIADOS
                DISPLAY "   REGISTROS CONVERTIDOS: " W-CONVERTIDOS
                IF W-CONVERTIDOS NOT = W-COPIADOS
                   DISPLAY "   *** CONTAGEM NAO CONFERE -"
                           " CONFERIR O ARQUIVO ***".
       CONV-ENT-FIM.
                EXIT.
      *
      ***** CONVERSAO DO ARQPDV.DAT *****
      *
       CONV-PDV.
                DISPLAY " ----- ARQPDV.DAT ----- "
                OPEN INPUT ARQPDVV
                IF ST-VEL NOT = "00"
                   MOVE "00" TO ST-VEL
                   DISPLAY "   (AUSENTE OU JA CONVERTIDO - PULADO)"
                   GO TO CONV-PDV-FIM.
                OPEN OUTPUT ARQTMP
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   DISPLAY "   *** ERRO NO ARQ TEMPORARIO ***"
                   CLOSE ARQPDVV
                   GO TO CONV-PDV-FIM.
                MOVE ZEROS TO W-COPIADOS W-CONVERTIDOS.
       CONV-PDV-1.
                READ ARQPDVV NEXT
                   AT END MOVE "10" TO ST-VEL.
                IF ST-VEL NOT = "00"
                   MOVE "00" TO ST-VEL
                   GO TO CONV-PDV-2.
                MOVE SPACES TO REGTMP
                MOVE REGPDVV TO REGTMP (1:31)
                WRITE REGTMP
                ADD 1 TO W-COPIADOS
                GO TO CONV-PDV-1.
       CONV-PDV-2.
                CLOSE ARQPDVV ARQTMP
                OPEN INPUT ARQTMP
                OPEN OUTPUT ARQPDVN.
       CONV-PDV-3.
                READ ARQTMP
                   AT END GO TO CONV-PDV-4.
                MOVE REGTMP (1:31) TO REGPDV (1:31)
                MOVE "N"            TO PDV-ENTREGA
                MOVE ZEROS          TO PDV-END-SEQ
                WRITE REGPDV
                IF ST-NOV = "00" OR "02"
                   ADD 1 TO W-CONVERTIDOS
                ELSE
                   MOVE "00" TO ST-NOV
                   DISPLAY "   *** REGISTRO NAO CONVERTIDO ***".
                GO TO CONV-PDV-3.
       CONV-PDV-4.
                CLOSE ARQTMP ARQPDVN
                DISPLAY "   REGISTROS LIDOS      : " W-COPIADOS
                DISPLAY "   REGISTROS CONVERTIDOS: " W-CONVERTIDOS
                IF W-CONVERTIDOS NOT = W-COPIADOS
                   DISPLAY "   *** CONTAGEM NAO CONFERE -"
                           " CONFERIR O ARQUIVO ***".
       CONV-PDV-FIM.
                EXIT.
      *
      ***** CONVERSAO DO ARQPROC.DAT (PESO) *****
      *
       CONV-PRCC.
                DISPLAY " ----- ARQPROC.DAT (PESO) ----- "
                OPEN INPUT ARQPRCC
                IF ST-VEL NOT = "00"
                   MOVE "00" TO ST-VEL
                   DISPLAY "   (AUSENTE OU JA CONVERTIDO - PULADO)"
                   GO TO CONV-PRCC-FIM.
                OPEN OUTPUT ARQTMP
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   DISPLAY "   *** ERRO NO ARQ TEMPORARIO ***"
                   CLOSE ARQPRCC
                   GO TO CONV-PRCC-FIM.
                MOVE ZEROS TO W-COPIADOS W-CONVERTIDOS.
       CONV-PRCC-1.
                READ ARQPRCC NEXT
                   AT END MOVE "10" TO ST-VEL.
                IF ST-VEL NOT = "00"
                   MOVE "00" TO ST-VEL
                   GO TO CONV-PRCC-2.
                MOVE SPACES TO REGTMP
                MOVE REGPRCC TO REGTMP (1:19)
                WRITE REGTMP
                ADD 1 TO W-COPIADOS
                GO TO CONV-PRCC-1.
       CONV-PRCC-2.
                CLOSE ARQPRCC ARQTMP
                OPEN INPUT ARQTMP
                OPEN OUTPUT ARQPRCN.
       CONV-PRCC-3.
                READ ARQTMP
                   AT END GO TO CONV-PRCC-4.
                MOVE REGTMP (1:19) TO REGPRC (1:19)
                MOVE ZEROS          TO PRC-PESO PRC-VOLUME
                WRITE REGPRC
                IF ST-NOV = "00" OR "02"
                   ADD 1 TO W-CONVERTIDOS
                ELSE
                   MOVE "00" TO ST-NOV
                   DISPLAY "   *** REGISTRO NAO CONVERTIDO ***".
                GO TO CONV-PRCC-3.
       CONV-PRCC-4.
                CLOSE ARQTMP ARQPRCN
                DISPLAY "   REGISTROS LIDOS      : " W-COPIADOS
                DISPLAY "   REGISTROS CONVERTIDOS: " W-CONVERTIDOS
                IF W-CONVERTIDOS NOT = W-COPIADOS
                   DISPLAY "   *** CONTAGEM NAO CONFERE -"
                           " CONFERIR O ARQUIVO ***".
       CONV-PRCC-FIM.
                EXIT.
      *
      ***** CONVERSAO DO ARQENT.DAT (VEICULO) *****
      *
       CONV-ENTL.
                DISPLAY " ----- ARQENT.DAT (VEICULO) ----- "
                OPEN INPUT ARQENTL
                IF ST-VEL NOT = "00"
                   MOVE "00" TO ST-VEL
                   DISPLAY "   (AUSENTE OU JA CONVERTIDO - PULADO)"
                   GO TO CONV-ENTL-FIM.
                OPEN OUTPUT ARQTMP
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   DISPLAY "   *** ERRO NO ARQ TEMPORARIO ***"
                   CLOSE ARQENTL
                   GO TO CONV-ENTL-FIM.
                MOVE ZEROS TO W-COPIADOS W-CONVERTIDOS.
       CONV-ENTL-1.
                READ ARQENTL NEXT
                   AT END MOVE "10" TO ST-VEL.
                IF ST-VEL NOT = "00"
                   MOVE "00" TO ST-VEL
                   GO TO CONV-ENTL-2.
                MOVE SPACES TO REGTMP
                MOVE REGENTL TO REGTMP (1:69)
                WRITE REGTMP
                ADD 1 TO W-COPIADOS
                GO TO CONV-ENTL-1.
       CONV-ENTL-2.
                CLOSE ARQENTL ARQTMP
                OPEN INPUT ARQTMP
                OPEN OUTPUT ARQENTN.
       CONV-ENTL-3.
                READ ARQTMP
                   AT END GO TO CONV-ENTL-4.
                MOVE REGTMP (1:69) TO REGENT (1:69)
                MOVE SPACES         TO ENT-PLACA
                MOVE ZEROS          TO ENT-DATA-ROT ENT-PESO
                                       ENT-VOLUME
                WRITE REGENT
                IF ST-NOV = "00" OR "02"
                   ADD 1 TO W-CONVERTIDOS
                ELSE
                   MOVE "00" TO ST-NOV
                   DISPLAY "   *** REGISTRO NAO CONVERTIDO ***".
                GO TO CONV-ENTL-3.
       CONV-ENTL-4.
                CLOSE ARQTMP ARQENTN
                DISPLAY "   REGISTROS LIDOS      : " W-COPIADOS
                DISPLAY "   REGISTROS CONVERTIDOS: " W-CONVERTIDOS
                IF W-CONVERTIDOS NOT = W-COPIADOS
                   DISPLAY "   *** CONTAGEM NAO CONFERE -"
                           " CONFERIR O ARQUIVO ***".
       CONV-ENTL-FIM.
                EXIT.
      *
      ***** CONVERSAO DO ARQOPE.DAT (LIMITE DE COMPRA) *****
      *
       CONV-OPEL.
                DISPLAY " ----- ARQOPE.DAT (LIMITE) ----- "
                OPEN INPUT ARQOPEL
                IF ST-VEL NOT = "00"
                   MOVE "00" TO ST-VEL
                   DISPLAY "   (AUSENTE OU JA CONVERTIDO - PULADO)"
                   GO TO CONV-OPEL-FIM.
                OPEN OUTPUT ARQTMP
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   DISPLAY "   *** ERRO NO ARQ TEMPORARIO ***"
                   CLOSE ARQOPEL
                   GO TO CONV-OPEL-FIM.
                MOVE ZEROS TO W-COPIADOS W-CONVERTIDOS.
       CONV-OPEL-1.
                READ ARQOPEL NEXT
                   AT END MOVE "10" TO ST-VEL.
                IF ST-VEL NOT = "00"
                   MOVE "00" TO ST-VEL
                   GO TO CONV-OPEL-2.
                MOVE SPACES TO REGTMP
                MOVE REGOPEL TO REGTMP (1:75)
                WRITE REGTMP
                ADD 1 TO W-COPIADOS
                GO TO CONV-OPEL-1.
       CONV-OPEL-2.
                CLOSE ARQOPEL ARQTMP
                OPEN INPUT ARQTMP
                OPEN OUTPUT ARQOPEN.
       CONV-OPEL-3.
                READ ARQTMP
                   AT END GO TO CONV-OPEL-4.
                MOVE REGTMP (1:75) TO REGOPE (1:75)
                PERFORM LIMITE-INICIAL THRU LIMITE-INICIAL-FIM
                WRITE REGOPE
                IF ST-NOV = "00" OR "02"
                   ADD 1 TO W-CONVERTIDOS
                ELSE
                   MOVE "00" TO ST-NOV
                   DISPLAY "   *** REGISTRO NAO CONVERTIDO ***".
                GO TO CONV-OPEL-3.
       CONV-OPEL-4.
                CLOSE ARQTMP ARQOPEN
                DISPLAY "   REGISTROS LIDOS      : " W-COPIADOS
                DISPLAY "   REGISTROS CONVERTIDOS: " W-CONVERTIDOS
                IF W-CONVERTIDOS NOT = W-COPIADOS
                   DISPLAY "   *** CONTAGEM NAO CONFERE -"
                           " CONFERIR O ARQUIVO ***".
       CONV-OPEL-FIM.
                EXIT.
      *
      ***************************************
      * LIMITE DE COMPRA INICIAL: SEM       *
      * LIMITE P/ O ADMINISTRADOR E ZERO    *
      * P/ OS DEMAIS                        *
      ***************************************
      *
       LIMITE-INICIAL.
                IF OPE-PERM-ADM = "S"
                   MOVE 9999999999 TO OPE-LIM-COMPRA
                ELSE
                   MOVE ZEROS TO OPE-LIM-COMPRA.
       LIMITE-INICIAL-FIM.
                EXIT.
      *
      ***** CONVERSAO DO ARQPED.DAT (APROVACAO) *****
      *
       CONV-PEDV.
                DISPLAY " ----- ARQPED.DAT (APROVACAO) ----- "
                OPEN INPUT ARQPEDV
                IF ST-VEL NOT = "00"
                   MOVE "00" TO ST-VEL
                   DISPLAY "   (AUSENTE OU JA CONVERTIDO - PULADO)"
                   GO TO CONV-PEDV-FIM.
                OPEN OUTPUT ARQTMP
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   DISPLAY "   *** ERRO NO ARQ TEMPORARIO ***"
                   CLOSE ARQPEDV
                   GO TO CONV-PEDV-FIM.
                MOVE ZEROS TO W-COPIADOS W-CONVERTIDOS.
       CONV-PEDV-1.
                READ ARQPEDV NEXT
                   AT END MOVE "10" TO ST-VEL.
                IF ST-VEL NOT = "00"
                   MOVE "00" TO ST-VEL
                   GO TO CONV-PEDV-2.
                MOVE SPACES TO REGTMP
                MOVE REGPEDV TO REGTMP (1:39)
                WRITE REGTMP
                ADD 1 TO W-COPIADOS
                GO TO CONV-PEDV-1.
       CONV-PEDV-2.
                CLOSE ARQPEDV ARQTMP
                OPEN INPUT ARQPEDI
                IF ST-PDI = "00"
                   MOVE 1 TO W-TEM-PDI
                ELSE
                   MOVE 0 TO W-TEM-PDI
                   MOVE "00" TO ST-PDI.
                OPEN INPUT ARQTMP
                OPEN OUTPUT ARQPEDN.
       CONV-PEDV-3.
                READ ARQTMP
                   AT END GO TO CONV-PEDV-4.
                MOVE REGTMP (1:39) TO REGPED (1:39)
                MOVE ZEROS          TO PED-VALOR PED-DATA-APROV
                MOVE SPACES         TO PED-EMITENTE PED-APROVADOR
                                       PED-OBS-APROV
                IF W-TEM-PDI = 1
                   PERFORM SOMAR-PEDIDO THRU SOMAR-PEDIDO-FIM.
                WRITE REGPED
                IF ST-NOV = "00" OR "02"
                   ADD 1 TO W-CONVERTIDOS
                ELSE
                   MOVE "00" TO ST-NOV
                   DISPLAY "   *** REGISTRO NAO CONVERTIDO ***".
                GO TO CONV-PEDV-3.
       CONV-PEDV-4.
                CLOSE ARQTMP ARQPEDN
                IF W-TEM-PDI = 1
                   CLOSE ARQPEDI.
                DISPLAY "   REGISTROS LIDOS      : " W-COPIADOS
                DISPLAY "   REGISTROS CONVERTIDOS: " W-CONVERTIDOS
                IF W-CONVERTIDOS NOT = W-COPIADOS
                   DISPLAY "   *** CONTAGEM NAO CONFERE -"
                           " CONFERIR O ARQUIVO ***".
       CONV-PEDV-FIM.
                EXIT.
      *
      ***************************************
      * VALOR DO PEDIDO = SOMA DOS ITENS     *
      ***************************************
      *
       SOMAR-PEDIDO.
                MOVE PED-NUM TO PDI-PED-NUM
                MOVE ZEROS   TO PDI-ITEM
                START ARQPEDI KEY IS NOT LESS PDI-CHAVE INVALID KEY
                      MOVE "10" TO ST-PDI.
       SOMAR-PEDIDO-1.
                IF ST-PDI NOT = "00"
                   MOVE "00" TO ST-PDI
                   GO TO SOMAR-PEDIDO-FIM.
                READ ARQPEDI NEXT
                   AT END MOVE "10" TO ST-PDI.
                IF ST-PDI NOT = "00" OR PDI-PED-NUM NOT = PED-NUM
                   MOVE "00" TO ST-PDI
                   GO TO SOMAR-PEDIDO-FIM.
                COMPUTE PED-VALOR = PED-VALOR + PDI-QTDE * PDI-PRECO
                GO TO SOMAR-PEDIDO-1.
       SOMAR-PEDIDO-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
