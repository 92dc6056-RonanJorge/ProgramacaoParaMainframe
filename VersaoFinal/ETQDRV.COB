       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETQDRV.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * DRIVER DE MONTAGEM DAS ETIQUETAS DE GONDOLA  *
      * CHAMADO PELOS PROGRAMAS DE ETIQUETA (ETIQPRC *
      * E ETQDIA) COM A AREA ETQ-COMUNIC:            *
      *   FUNCAO A = ABRE OS CADASTROS (ARQPRO,      *
      *              ARQUNID, ARQPROC, ARQCMP E      *
      *              ARQCMPI)                        *
      *   FUNCAO E = MONTA A ETIQUETA DO PRODUTO     *
      *              ETQ-PRO-COD NA DATA ETQ-DATA:   *
      *              DESCRICAO, UNIDADE (ARQUNID),   *
      *              PRECO, PRECO POR KG / LITRO     *
      *              (PESO OU VOLUME DO ARQPROC) E   *
      *              OS DIGITOS DO CODIGO DE BARRAS. *
      *              COM CAMPANHA ATIVA NA DATA      *
      *              (MESMA REGRA DA VENDA: MENOR    *
      *              PRECO ENTRE AS CAMPANHAS DO     *
      *              PRODUTO E DO TIPO) A ETIQUETA   *
      *              SAI NO LAYOUT DE OFERTA         *
      *   FUNCAO F = FECHA OS CADASTROS              *
      * A ETIQUETA TEM ETQ-QTDE-LIN LINHAS DE 40     *
      * POSICOES (FORMULARIO DE ETIQUETA FIXO).      *
      * RETORNO EM ETQ-RETORNO: 00 = OK, NC = NAO    *
      * CADASTRADO, EX = PRODUTO EXCLUIDO, OU O FILE *
      * STATUS DO ERRO NA ABERTURA                   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-COD
                    FILE STATUS  IS ST-PRO.
       SELECT ARQUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNID-SIGLA
                    FILE STATUS  IS ST-UNID.
       SELECT ARQPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRC-PRO-COD
                    FILE STATUS  IS ST-PRC.
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
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
                03 PRO-SIT          PIC X(01).
                03 PRO-VERSAO       PIC 9(08).
      *
       FD ARQUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQUNID.DAT".
       01 REGUNID.
                03 UNID-SIGLA     PIC X(02).
                03 UNID-NOME      PIC X(20).
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
       FD ARQCMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCMP.DAT".
       01 REGCMP.
                03 CMP-COD           PIC X(04).
                03 CMP-DESC          PIC X(30).
                03 CMP-DATA-INI      PIC 9(08).
                03 CMP-DATA-FIM      PIC 9(08).
                03 CMP-SIT           PIC X(01).
      *
       FD ARQCMPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCMPI.DAT".
       01 REGCMPI.
                03 CMI-CHAVE.
                   05 CMI-COD        PIC X(04).
                   05 CMI-ALVO.
                      07 CMI-TIPO-ALVO PIC X(01).
                      07 CMI-ALVO-COD  PIC X(08).
                03 CMI-PRECO         PIC 9(08).
                03 CMI-PERC          PIC 9(02)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PRO         PIC X(02) VALUE "00".
       77 ST-UNID        PIC X(02) VALUE "00".
       77 ST-PRC         PIC X(02) VALUE "00".
       77 ST-CMP         PIC X(02) VALUE "00".
       77 ST-CMI         PIC X(02) VALUE "00".
       77 W-ABERTO       PIC 9(01) VALUE ZEROS.
       77 W-TEM-UNID     PIC 9(01) VALUE ZEROS.
       77 W-TEM-PRC      PIC 9(01) VALUE ZEROS.
       77 W-TEM-CMP      PIC 9(01) VALUE ZEROS.
       77 W-UNID-NOME    PIC X(20) VALUE SPACES.
       77 W-REF-UNID     PIC X(05) VALUE SPACES.
       77 W-PRECO-REF    PIC 9(08)V99 VALUE ZEROS.
       77 W-PROMO-COD    PIC X(04) VALUE SPACES.
       77 W-PROMO-FIM    PIC 9(08) VALUE ZEROS.
       77 W-PRM-ALVO     PIC X(09) VALUE SPACES.
       77 W-PRM-HOJE     PIC 9(08) VALUE ZEROS.
       77 W-PRM-INI      PIC 9(08) VALUE ZEROS.
       77 W-PRM-FIM      PIC 9(08) VALUE ZEROS.
       77 W-PRM-PRECO    PIC 9(08) VALUE ZEROS.
       77 W-PRM-MELHOR   PIC 9(08) VALUE ZEROS.
       77 W-PRECO-ED     PIC ZZ.ZZZ.ZZ9.
       77 W-PRECO-ED2    PIC ZZ.ZZZ.ZZ9.
       77 W-REF-ED       PIC ZZ.ZZZ.ZZ9,99.
       77 W-DATA-ED      PIC 99/99/9999.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 ETQ-COMUNIC.
                03 ETQ-FUNCAO     PIC X(01).
                03 ETQ-PRO-COD    PIC 9(08).
                03 ETQ-DATA       PIC 9(08).
                03 ETQ-PROMO      PIC X(01).
                03 ETQ-QTDE-LIN   PIC 9(02).
                03 ETQ-LINHA      PIC X(40) OCCURS 6 TIMES.
                03 ETQ-RETORNO    PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ETQ-COMUNIC.
       INICIO.
                MOVE "00" TO ETQ-RETORNO
                EVALUATE ETQ-FUNCAO
                   WHEN "A" PERFORM ABRIR THRU ABRIR-FIM
                   WHEN "E" PERFORM ETIQUETA THRU ETIQUETA-FIM
                   WHEN "F" PERFORM FECHAR THRU FECHAR-FIM
                   WHEN OTHER
                      CONTINUE
                END-EVALUATE
                GO TO ROT-FIM.
      *
      ***** FUNCAO A - ABERTURA DOS CADASTROS *****
      *
      *   UNIDADES, COMPLEMENTO E CAMPANHAS SAO OPCIONAIS: SEM ELES
      *   A ETIQUETA SAI SEM O NOME DA UNIDADE, SEM O PRECO POR
      *   KG / LITRO OU SEM O LAYOUT DE OFERTA
       ABRIR.
                IF W-ABERTO = 1
                   GO TO ABRIR-FIM.
                OPEN INPUT ARQPRO
                IF ST-PRO NOT = "00"
                   MOVE ST-PRO TO ETQ-RETORNO
                   MOVE "00"   TO ST-PRO
                   GO TO ABRIR-FIM.
                MOVE 1 TO W-ABERTO
                OPEN INPUT ARQUNID
                IF ST-UNID = "00"
                   MOVE 1 TO W-TEM-UNID
                ELSE
                   MOVE 0 TO W-TEM-UNID
                   MOVE "00" TO ST-UNID.
                OPEN INPUT ARQPROC
                IF ST-PRC = "00"
                   MOVE 1 TO W-TEM-PRC
                ELSE
                   MOVE 0 TO W-TEM-PRC
                   MOVE "00" TO ST-PRC.
                OPEN INPUT ARQCMP
                IF ST-CMP NOT = "00"
                   MOVE 0 TO W-TEM-CMP
                   MOVE "00" TO ST-CMP
                   GO TO ABRIR-FIM.
                OPEN INPUT ARQCMPI
                IF ST-CMI = "00"
                   MOVE 1 TO W-TEM-CMP
                ELSE
                   MOVE 0 TO W-TEM-CMP
                   MOVE "00" TO ST-CMI
                   CLOSE ARQCMP.
       ABRIR-FIM.
                EXIT.
      *
      ***** FUNCAO F - FECHAMENTO DOS CADASTROS *****
      *
       FECHAR.
                IF W-ABERTO = 0
                   GO TO FECHAR-FIM.
                CLOSE ARQPRO
                IF W-TEM-UNID = 1
                   CLOSE ARQUNID.
                IF W-TEM-PRC = 1
                   CLOSE ARQPROC.
                IF W-TEM-CMP = 1
                   CLOSE ARQCMP ARQCMPI.
                MOVE 0 TO W-ABERTO W-TEM-UNID W-TEM-PRC W-TEM-CMP.
       FECHAR-FIM.
                EXIT.
      *
      ***** FUNCAO E - MONTAGEM DA ETIQUETA DO PRODUTO *****
      *
       ETIQUETA.
                MOVE SPACES TO ETQ-LINHA (1) ETQ-LINHA (2)
                               ETQ-LINHA (3) ETQ-LINHA (4)
                               ETQ-LINHA (5) ETQ-LINHA (6)
                MOVE "N"   TO ETQ-PROMO
                MOVE ZEROS TO ETQ-QTDE-LIN
                IF W-ABERTO = 0
                   PERFORM ABRIR THRU ABRIR-FIM
                   IF ETQ-RETORNO NOT = "00"
                      GO TO ETIQUETA-FIM.
                MOVE ETQ-PRO-COD TO PRO-COD
                READ ARQPRO
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   MOVE "NC" TO ETQ-RETORNO
                   GO TO ETIQUETA-FIM.
                IF PRO-SIT = "E"
                   MOVE "EX" TO ETQ-RETORNO
                   GO TO ETIQUETA-FIM.
                PERFORM LER-UNIDADE THRU LER-UNIDADE-FIM
                PERFORM VERIF-PROMO THRU VERIF-PROMO-FIM
                PERFORM PRECO-REFERENCIA THRU PRECO-REFERENCIA-FIM
                MOVE 06 TO ETQ-QTDE-LIN
                IF W-PROMO-COD = SPACES
                   PERFORM LAYOUT-NORMAL THRU LAYOUT-NORMAL-FIM
                ELSE
                   MOVE "S" TO ETQ-PROMO
                   PERFORM LAYOUT-OFERTA THRU LAYOUT-OFERTA-FIM.
       ETIQUETA-FIM.
                EXIT.
      *
       LER-UNIDADE.
                MOVE PRO-UNID TO W-UNID-NOME
                IF W-TEM-UNID = 0
                   GO TO LER-UNIDADE-FIM.
                MOVE PRO-UNID TO UNID-SIGLA
                READ ARQUNID
                IF ST-UNID = "00"
                   MOVE UNID-NOME TO W-UNID-NOME
                ELSE
                   MOVE "00" TO ST-UNID.
       LER-UNIDADE-FIM.
                EXIT.
      *
      ***************************************
      * PRECO POR KG (PESO BRUTO DO ARQPROC) *
      * OU POR LITRO (VOLUME EM M3); SEM     *
      * PESO NEM VOLUME O PRECO DE REFERENCIA*
      * E O PROPRIO PRECO POR UNIDADE        *
      ***************************************
      *
       PRECO-REFERENCIA.
                MOVE W-PRM-MELHOR TO W-PRECO-REF
                MOVE "UNID."      TO W-REF-UNID
                IF W-TEM-PRC = 0
                   GO TO PRECO-REFERENCIA-FIM.
                MOVE PRO-COD TO PRC-PRO-COD
                READ ARQPROC
                IF ST-PRC NOT = "00"
                   MOVE "00" TO ST-PRC
                   GO TO PRECO-REFERENCIA-FIM.
                IF PRC-PESO NOT = ZEROS
                   COMPUTE W-PRECO-REF ROUNDED =
                           W-PRM-MELHOR / PRC-PESO
                   MOVE "KG"    TO W-REF-UNID
                   GO TO PRECO-REFERENCIA-FIM.
                IF PRC-VOLUME NOT = ZEROS
                   COMPUTE W-PRECO-REF ROUNDED =
                           W-PRM-MELHOR / (PRC-VOLUME * 1000)
                   MOVE "LITRO" TO W-REF-UNID.
       PRECO-REFERENCIA-FIM.
                EXIT.
      *
      ***************************************
      * LAYOUT NORMAL (6 LINHAS DE 40)       *
      ***************************************
      *
       LAYOUT-NORMAL.
                MOVE "+--------------------------------------+"
                                              TO ETQ-LINHA (1)
                STRING "| " PRO-DESC
                       DELIMITED BY SIZE INTO ETQ-LINHA (2)
                MOVE "|" TO ETQ-LINHA (2) (40:1)
                MOVE W-PRM-MELHOR TO W-PRECO-ED
                STRING "| R$ " W-PRECO-ED "  " W-UNID-NOME
                       DELIMITED BY SIZE INTO ETQ-LINHA (3)
                MOVE "|" TO ETQ-LINHA (3) (40:1)
                MOVE W-PRECO-REF TO W-REF-ED
                STRING "| PRECO POR " W-REF-UNID ": R$ " W-REF-ED
                       DELIMITED BY SIZE INTO ETQ-LINHA (4)
                MOVE "|" TO ETQ-LINHA (4) (40:1)
                STRING "| " PRO-BARRAS "    COD " PRO-COD
                       DELIMITED BY SIZE INTO ETQ-LINHA (5)
                MOVE "|" TO ETQ-LINHA (5) (40:1)
                MOVE "+--------------------------------------+"
                                              TO ETQ-LINHA (6).
       LAYOUT-NORMAL-FIM.
                EXIT.
      *
      ***************************************
      * LAYOUT DE OFERTA (6 LINHAS DE 40):   *
      * MOLDURA DE ASTERISCOS, PRECO "DE /   *
      * POR" E VALIDADE DA CAMPANHA          *
      ***************************************
      *
       LAYOUT-OFERTA.
                MOVE "*************** OFERTA *****************"
                                              TO ETQ-LINHA (1)
                STRING "* " PRO-DESC
                       DELIMITED BY SIZE INTO ETQ-LINHA (2)
                MOVE "*" TO ETQ-LINHA (2) (40:1)
                MOVE PRO-PRECO    TO W-PRECO-ED
                MOVE W-PRM-MELHOR TO W-PRECO-ED2
                STRING "* DE R$" W-PRECO-ED " POR R$" W-PRECO-ED2
                       DELIMITED BY SIZE INTO ETQ-LINHA (3)
                MOVE "*" TO ETQ-LINHA (3) (40:1)
                MOVE W-PRECO-REF TO W-REF-ED
                STRING "* PRECO POR " W-REF-UNID ": R$ " W-REF-ED
                       DELIMITED BY SIZE INTO ETQ-LINHA (4)
                MOVE "*" TO ETQ-LINHA (4) (40:1)
                MOVE W-PROMO-FIM TO W-DATA-ED
                STRING "* " PRO-BARRAS " " W-UNID-NOME (1:6)
                       " ATE " W-DATA-ED
                       DELIMITED BY SIZE INTO ETQ-LINHA (5)
                MOVE "*" TO ETQ-LINHA (5) (40:1)
                MOVE "****************************************"
                                              TO ETQ-LINHA (6).
       LAYOUT-OFERTA-FIM.
                EXIT.
      *
      ***************************************
      * CAMPANHA PROMOCIONAL (ARQCMP/CMPI)   *
      * ATIVA NA DATA DA ETIQUETA PARA O     *
      * PRODUTO (ALVO P) OU PARA O SEU TIPO  *
      * (ALVO T), COM A MESMA REGRA DA VENDA:*
      * PREVALECE O MENOR PRECO ENTRE AS     *
      * CAMPANHAS E O PRECO DE TABELA        *
      ***************************************
      *
       VERIF-PROMO.
                MOVE SPACES TO W-PROMO-COD
                MOVE ZEROS  TO W-PROMO-FIM
                MOVE PRO-PRECO TO W-PRM-MELHOR
                IF W-TEM-CMP = 0
                   GO TO VERIF-PROMO-FIM.
                MOVE ETQ-DATA (5:4) TO W-PRM-HOJE (1:4)
                MOVE ETQ-DATA (3:2) TO W-PRM-HOJE (5:2)
                MOVE ETQ-DATA (1:2) TO W-PRM-HOJE (7:2)
                MOVE "P"     TO CMI-TIPO-ALVO
                MOVE PRO-COD TO CMI-ALVO-COD
                PERFORM VERIF-PROMO-ALVO THRU VERIF-PROMO-ALVO-FIM
                MOVE "T"      TO CMI-TIPO-ALVO
                MOVE SPACES   TO CMI-ALVO-COD
                MOVE PRO-TIPO TO CMI-ALVO-COD
                PERFORM VERIF-PROMO-ALVO THRU VERIF-PROMO-ALVO-FIM.
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
                   COMPUTE W-PRM-PRECO ROUNDED = PRO-PRECO
                           - ((PRO-PRECO * CMI-PERC) / 100).
                IF W-PRM-PRECO < W-PRM-MELHOR
                   MOVE W-PRM-PRECO  TO W-PRM-MELHOR
                   MOVE CMI-COD      TO W-PROMO-COD
                   MOVE CMP-DATA-FIM TO W-PROMO-FIM.
                GO TO VERIF-PROMO-ALVO2.
       VERIF-PROMO-ALVO-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
                EXIT PROGRAM.
