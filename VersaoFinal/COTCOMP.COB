      * 4) ADJUDICA: GERA O PEDIDO DE COMPRA         *
      *    (ARQPED/ARQPEDI) PARA O FORNECEDOR        *
      *    VENCEDOR E, SE DESEJADO, ATUALIZA O       *
      *    PRECO E PRAZO DO VINCULO ARQPROFOR.       *
      *    PEDIDO ACIMA DO LIMITE DE COMPRA DO       *
      *    EMITENTE FICA AGUARDANDO APROVACAO        *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-FER.
       SELECT ARQOPE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPE-COD
                    FILE STATUS  IS ST-OPE
                    ALTERNATE RECORD KEY IS OPE-NOME
                                   WITH DUPLICATES.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
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
       01 REGFER.
                03 FER-DATA       PIC 9(08).
                03 FER-DESC       PIC X(30).
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
       FD ARQERRO
               LABEL RECORD IS STANDARD
       77 ST-FER         PIC X(02) VALUE "00".
       77 W-TEM-FER      PIC 9(01) VALUE ZEROS.
       77 W-DIA-SEM      PIC 9(01) VALUE ZEROS.
       77 ST-OPE         PIC X(02) VALUE "00".
       77 W-EMI-COD      PIC X(08) VALUE SPACES.
       77 W-EMI-SENHA    PIC X(08) VALUE SPACES.
       77 W-EMI-LIM      PIC 9(10) VALUE ZEROS.
       77 W-VALOR-PED    PIC 9(12) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-COT          PIC X(15).
       01 JRN-ANT-COTF         PIC X(47).
       01 JRN-ANT-PROFOR       PIC X(34).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                   GO TO ABRIR-RODADA-FIM.
                MOVE W-COT TO COT-NUM
                READ ARQCOT
                MOVE REGCOT TO JRN-ANT-COT
                IF ST-ERRO = "00"
                   DISPLAY "*** RODADA JA EXISTE ***"
                   GO TO ABRIR-RODADA-FIM.
                MOVE W-PRO  TO CTI-PRO-COD
                MOVE W-QTDE TO CTI-QTDE
                WRITE REGCTI
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-COTI THRU DIARIO-COTI-FIM
                IF ST-CTI = "22"
                   MOVE "00" TO ST-CTI
                   DISPLAY "*** PRODUTO JA ESTA NA RODADA ***"
                MOVE W-HOJE-AMD TO COT-DATA
                MOVE "A"        TO COT-STATUS
                WRITE REGCOT
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-COT THRU DIARIO-COT-FIM
                IF ST-ERRO = "00" OR "02"
                   DISPLAY "*** RODADA " W-COT " ABERTA ***"
                ELSE
                        WITH NO ADVANCING
                ACCEPT CTF-VALIDADE
                WRITE REGCTF
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-COTF THRU DIARIO-COTF-FIM
                IF ST-CTF = "22"
                   MOVE "00" TO ST-CTF
                   REWRITE REGCTF
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-COTF THRU DIARIO-COTF-FIM
                   IF ST-CTF NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-CTF
                      DISPLAY "*** PROPOSTA NAO GRAVADA ***"
       MAPA-PROPOSTAS2.
                READ ARQCOTF NEXT
                   AT END MOVE "10" TO ST-CTF.
                MOVE REGCTF TO JRN-ANT-COTF
                IF ST-CTF NOT = "00" OR CTF-COT-NUM NOT = W-COT
                   OR CTF-PRO-COD NOT = CTI-PRO-COD
                   MOVE "00" TO ST-CTF
                IF W-PED-NUM = ZEROS
                   DISPLAY "*** NUMERO DEVE SER DIFERENTE DE ZEROS **"
                   GO TO ADJUDICAR-FIM.
       ADJ-EMITENTE.
                DISPLAY "EMITENTE DO PEDIDO (CODIGO)               : "
                        WITH NO ADVANCING
                ACCEPT W-EMI-COD
                IF W-EMI-COD = SPACES
                   DISPLAY "*** ADJUDICACAO CANCELADA ***"
                   GO TO ADJUDICAR-FIM.
                DISPLAY "SENHA                                     : "
                        WITH NO ADVANCING
                ACCEPT W-EMI-SENHA WITH NO ECHO
                OPEN INPUT ARQOPE
                IF ST-OPE NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQ OPERADOR: "
                           ST-OPE
                   MOVE "00" TO ST-OPE
                   GO TO ADJUDICAR-FIM.
                MOVE W-EMI-COD TO OPE-COD
                READ ARQOPE
                IF ST-OPE NOT = "00" OR OPE-SIT = "E"
                   OR OPE-BLOQ = "S"
                   OR OPE-SENHA NOT = W-EMI-SENHA
                   OR OPE-PERM-MOV NOT = "S"
                   MOVE "00" TO ST-OPE
                   DISPLAY "*** EMITENTE NAO AUTORIZADO ***"
                   CLOSE ARQOPE
                   GO TO ADJUDICAR-FIM.
                MOVE OPE-LIM-COMPRA TO W-EMI-LIM
                CLOSE ARQOPE.
       ADJ-ABRIR-PED.
                OPEN I-O ARQPED
                IF ST-PED NOT = "00"
                   GO TO ADJUDICAR-FIM.
                MOVE "00" TO ST-PED.
       ADJ-ITENS.
                MOVE ZEROS TO W-ITEM W-PRAZO-MAX W-VALOR-PED
                MOVE W-COT TO CTI-COT-NUM
                MOVE ZEROS TO CTI-PRO-COD
                START ARQCOTI KEY IS NOT LESS CTI-CHAVE INVALID KEY
                MOVE CTI-PRO-COD TO CTF-PRO-COD
                MOVE W-FOR       TO CTF-FOR-CPF
                READ ARQCOTF
                MOVE REGCTF TO JRN-ANT-COTF
                IF ST-CTF NOT = "00"
                   MOVE "00" TO ST-CTF
                   DISPLAY " *** PRODUTO " CTI-PRO-COD
                MOVE CTF-PRECO   TO PDI-PRECO
                MOVE ZEROS       TO PDI-QTDE-RECEBIDA
                WRITE REGPEDI
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-PEDI THRU DIARIO-PEDI-FIM
                IF ST-PDI NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-PDI
                   DISPLAY " *** ITEM NAO GRAVADO NO PEDIDO ***"
                   GO TO ADJ-ITENS2.
                COMPUTE W-VALOR-PED = W-VALOR-PED + PDI-QTDE * PDI-PRECO
                IF CTF-PRAZO > W-PRAZO-MAX
                   MOVE CTF-PRAZO TO W-PRAZO-MAX.
                GO TO ADJ-ITENS2.
                MOVE W-FOR       TO PED-FOR-CPF
                MOVE W-DATA-EMIS TO PED-DATA-EMISSAO
                MOVE W-DATA-PREV TO PED-DATA-PREV
                MOVE W-VALOR-PED TO PED-VALOR
                MOVE W-EMI-COD   TO PED-EMITENTE
                MOVE SPACES      TO PED-OBS-APROV
                IF W-VALOR-PED > W-EMI-LIM
                   MOVE "E"         TO PED-STATUS
                   MOVE SPACES      TO PED-APROVADOR
                   MOVE ZEROS       TO PED-DATA-APROV
                ELSE
                   MOVE "A"         TO PED-STATUS
                   MOVE W-EMI-COD   TO PED-APROVADOR
                   MOVE W-DATA-EMIS TO PED-DATA-APROV.
                WRITE REGPED
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-PED THRU DIARIO-PED-FIM
                IF ST-PED NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-PED
                   DISPLAY "*** PEDIDO NAO GRAVADO ***"
                   GO TO ADJUDICAR-FIM.
                CLOSE ARQPED ARQPEDI
                DISPLAY "*** PEDIDO " W-PED-NUM " GERADO COM "
                        W-ITEM " ITEM(NS) ***"
                IF PED-STATUS = "E"
                   DISPLAY "*** VALOR " W-VALOR-PED " ACIMA DO LIMITE"
                           " DO EMITENTE - AGUARDANDO APROVACAO ***".
       ADJ-FECHA-RODADA.
                MOVE W-COT TO COT-NUM
                READ ARQCOT
                MOVE REGCOT TO JRN-ANT-COT
                IF ST-ERRO = "00"
                   MOVE "F" TO COT-STATUS
                   REWRITE REGCOT
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-COT THRU DIARIO-COT-FIM
                   IF ST-ERRO NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-ERRO
                      DISPLAY "*** RODADA NAO MARCADA COMO FECHADA"
       ADJ-ATU-PF2.
                READ ARQCOTF NEXT
                   AT END MOVE "10" TO ST-CTF.
                MOVE REGCTF TO JRN-ANT-COTF
                IF ST-CTF NOT = "00" OR CTF-COT-NUM NOT = W-COT
                   MOVE "00" TO ST-CTF
                   CLOSE ARQPROFOR
                MOVE CTF-PRO-COD TO PF-PRO-COD
                MOVE CTF-FOR-CPF TO PF-FOR-CPF
                READ ARQPROFOR
                MOVE REGPROFOR TO JRN-ANT-PROFOR
                IF ST-PF = "00"
                   MOVE CTF-PRECO TO PF-PRECO
                   MOVE CTF-PRAZO TO PF-PRAZO-ENTREGA
                   REWRITE REGPROFOR
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-PROFOR THRU DIARIO-PROFOR-FIM
                ELSE
                   MOVE "00" TO ST-PF
                   MOVE CTF-PRO-COD TO PF-PRO-COD
                   MOVE FOR-TIPO    TO PF-TIPO-FORC
                   MOVE CTF-PRECO   TO PF-PRECO
                   MOVE CTF-PRAZO   TO PF-PRAZO-ENTREGA
                   WRITE REGPROFOR
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-PROFOR THRU DIARIO-PROFOR-FIM.
                GO TO ADJ-ATU-PF2.
       ADJUDICAR-FIM.
                EXIT.
                   GO TO PEDIR-RODADA-FIM.
                MOVE W-COT TO COT-NUM
                READ ARQCOT
                MOVE REGCOT TO JRN-ANT-COT
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   DISPLAY "*** RODADA NAO ENCONTRADA ***"
       ACHAR-MELHOR2.
                READ ARQCOTF NEXT
                   AT END MOVE "10" TO ST-CTF.
                MOVE REGCTF TO JRN-ANT-COTF
                IF ST-CTF NOT = "00" OR CTF-COT-NUM NOT = W-COT
                   OR CTF-PRO-COD NOT = CTI-PRO-COD
                   MOVE "00" TO ST-CTF
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
                MOVE "COTCOMP"    TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-COTI.
                MOVE "ARQCOTI"    TO JRN-ARQUIVO
                MOVE ST-CTI       TO JRN-STATUS
                MOVE REGCTI TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-COTI-FIM.
                EXIT.
       DIARIO-COT.
                MOVE "ARQCOT"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-COT TO JRN-ANTES
                ELSE
                   MOVE REGCOT TO JRN-ANTES.
                MOVE REGCOT TO JRN-DEPOIS JRN-ANT-COT
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-COT-FIM.
                EXIT.
       DIARIO-COTF.
                MOVE "ARQCOTF"    TO JRN-ARQUIVO
                MOVE ST-CTF       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-COTF TO JRN-ANTES
                ELSE
                   MOVE REGCTF TO JRN-ANTES.
                MOVE REGCTF TO JRN-DEPOIS JRN-ANT-COTF
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-COTF-FIM.
                EXIT.
       DIARIO-PEDI.
                MOVE "ARQPEDI"    TO JRN-ARQUIVO
                MOVE ST-PDI       TO JRN-STATUS
                MOVE REGPEDI TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PEDI-FIM.
                EXIT.
       DIARIO-PED.
                MOVE "ARQPED"     TO JRN-ARQUIVO
                MOVE ST-PED       TO JRN-STATUS
                MOVE REGPED TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PED-FIM.
                EXIT.
       DIARIO-PROFOR.
                MOVE "ARQPROFOR"  TO JRN-ARQUIVO
                MOVE ST-PF        TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PROFOR TO JRN-ANTES
                ELSE
                   MOVE REGPROFOR TO JRN-ANTES.
                MOVE REGPROFOR TO JRN-DEPOIS JRN-ANT-PROFOR
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PROFOR-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
