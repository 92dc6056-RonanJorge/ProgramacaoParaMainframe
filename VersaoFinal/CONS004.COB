       AUTHOR. RONAN FELIPE JORGE
      **************************************************
      * CONSULTA DE PRODUTOS *
      * F4 FILTRA PELA CATEGORIA (ARQPROC): DD.00.00   *
      * LISTA O DEPARTAMENTO, DD.GG.00 O GRUPO E       *
      * DD.GG.SS O SUBGRUPO. O FILTRO VALE TAMBEM NA   *
      * CONSULTA POR DESCRICAO/BARRAS ATE UMA NOVA     *
      * CONSULTA                                       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SLD-CHAVE
                    FILE STATUS  IS ST-SLD.
       SELECT ARQPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRC-PRO-COD
                    FILE STATUS  IS ST-PRC.
       SELECT ARQCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAT-COD
                    FILE STATUS  IS ST-CAT.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
                   05 SLD-PRO-COD    PIC 9(08).
                   05 SLD-LOC        PIC X(02).
                03 SLD-QTDE          PIC 9(06).
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
                03 PRC-CATEGORIA-R REDEFINES PRC-CATEGORIA.
                   05 PRC-CAT-DEP    PIC 9(02).
                   05 PRC-CAT-GRP    PIC 9(02).
                   05 PRC-CAT-SUB    PIC 9(02).
                03 PRC-PESO          PIC 9(05)V999.
                03 PRC-VOLUME        PIC 9(03)V999.
      *
       FD ARQCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAT.DAT".
       01 REGCAT.
                03 CAT-COD.
                   05 CAT-DEP        PIC 9(02).
                   05 CAT-GRP        PIC 9(02).
                   05 CAT-SUB        PIC 9(02).
                03 CAT-NOME          PIC X(30).
                03 CAT-COMPRADOR     PIC X(08).
      *
       FD ARQERRO
               LABEL RECORD IS STANDARD
       77 W-TEM-SLD    PIC 9(01) VALUE ZEROS.
       77 W-LIN-LOCAIS PIC X(60) VALUE SPACES.
       77 W-POS-LOC    PIC 9(02) VALUE ZEROS.
       77 ST-PRC       PIC X(02) VALUE "00".
       77 ST-CAT       PIC X(02) VALUE "00".
       77 W-TEM-PRC    PIC 9(01) VALUE ZEROS.
       77 W-TEM-CAT    PIC 9(01) VALUE ZEROS.
       77 W-ACHOU-CAT  PIC 9(01) VALUE ZEROS.
       01 CATENTR.
          03 CATENTR-DEP  PIC 9(02) VALUE ZEROS.
          03 CATENTR-GRP  PIC 9(02) VALUE ZEROS.
          03 CATENTR-SUB  PIC 9(02) VALUE ZEROS.
       01 CATENTR-N REDEFINES CATENTR PIC 9(06).
      *-----------------------------------------------------------------
      *
      *************************
           05  TBARENTR
               LINE 06  COLUMN 03  PIC 9(13)
               USING  BARENTR.
           05  TCATENTR
               LINE 06  COLUMN 03  PIC 99.99.99
               USING  CATENTR-N.
           05  TCAT-NOME
               LINE 06  COLUMN 13  PIC X(30)
               USING  CAT-NOME.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              MOVE 1 TO W-TEM-SLD
           ELSE
              MOVE 0 TO W-TEM-SLD.
       ABRIR-PRC.
           OPEN INPUT ARQPROC
           IF ST-PRC = "00"
              MOVE 1 TO W-TEM-PRC
           ELSE
              MOVE "00" TO ST-PRC
              MOVE 0 TO W-TEM-PRC.
           OPEN INPUT ARQCAT
           IF ST-CAT = "00"
              MOVE 1 TO W-TEM-CAT
           ELSE
              MOVE "00" TO ST-CAT
              MOVE 0 TO W-TEM-CAT.
       ABRIR-LOG.
           OPEN EXTEND ARQERRO
           IF ST-LOG NOT = "00"
              OPEN EXTEND ARQERRO.
      *
       INC-001.
           MOVE ZEROS TO CODENTR BARENTR CATENTR-N
           MOVE SPACES TO DESCENTR
           DISPLAY  TELAPRO.
       INC-001A.
           DISPLAY (23, 13)
            "F1=ENCERRA F2=P/ DESCR. F3=P/ BARRAS F4=P/ CATEGORIA"
           ACCEPT TCODENTR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                      GO TO INC-001B.
           IF W-ACT = 04
                      GO TO INC-001C.
           IF W-ACT = 05
                      GO TO INC-001D.
           IF W-ACT > 05
                      MOVE "*** FUNCAO NAO DEFINIDA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001A.
           GO TO INC-RD2.
       INC-001B.
           DISPLAY (23, 13)
            "F1=ENCERRA F2=P/ CODIGO F3=P/ BARRAS F4=P/ CATEGORIA"
           ACCEPT TDESCENTR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                      GO TO INC-001A.
           IF W-ACT = 04
                      GO TO INC-001C.
           IF W-ACT = 05
                      GO TO INC-001D.
           IF W-ACT > 05
                      MOVE "*** FUNCAO NAO DEFINIDA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001A.
           GO TO INC-RD2.
       INC-001C.
           DISPLAY (23, 13)
            "F1=ENCERRA F2=P/ CODIGO F3=P/ DESCR. F4=P/ CATEGORIA"
           ACCEPT TBARENTR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                      GO TO INC-001A.
           IF W-ACT = 04
                      GO TO INC-001B.
           IF W-ACT = 05
                      GO TO INC-001D.
           IF W-ACT > 05
                      MOVE "*** FUNCAO NAO DEFINIDA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001A.
                 MOVE "*** CHAVE NAO ENCONTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001C.
           GO TO INC-RD2.
      *
      **************************************
      * CONSULTA POR CATEGORIA: LISTA EM     *
      * ORDEM DE CODIGO OS PRODUTOS DA       *
      * CATEGORIA E DOS NIVEIS ABAIXO DELA   *
      **************************************
      *
       INC-001D.
           MOVE SPACES TO CAT-NOME
           DISPLAY (23, 13)
            "F1=ENCERRA F2=P/ CODIGO F3=P/ DESCR. (DD.GG.SS)     "
           ACCEPT TCATENTR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                      CLOSE ARQPRO
                      GO TO ROT-FIM.
           IF W-ACT = 03
                      GO TO INC-001A.
           IF W-ACT = 04
                      GO TO INC-001B.
           IF W-ACT > 04
                      MOVE "*** FUNCAO NAO DEFINIDA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001D.
           IF W-TEM-PRC = 0
                 MOVE "*** PRODUTOS SEM CATEGORIA INFORMADA ***"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001.
           IF CATENTR-DEP = ZEROS OR
              (CATENTR-GRP = ZEROS AND CATENTR-SUB NOT = ZEROS)
                 MOVE "*** CATEGORIA INVALIDA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001D.
           IF W-TEM-CAT = 1
              MOVE CATENTR-N TO CAT-COD
              READ ARQCAT
              IF ST-CAT NOT = "00"
                 MOVE "00" TO ST-CAT
                 MOVE "*** CATEGORIA NAO CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001D
              ELSE
                 DISPLAY TCAT-NOME.
           MOVE ZEROS TO W-TAM-NOME
           MOVE ZEROS TO PRO-COD
           START ARQPRO KEY IS NOT LESS PRO-COD INVALID KEY
                 MOVE "*** CHAVE NAO ENCONTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-001.
       INC-RD2.
           DISPLAY (23, 13) LIMPA
           READ ARQPRO NEXT
              PERFORM VERIFICAR-NOME THRU VERIFICAR-NOME-FIM
              IF W-ACHOU-NOME NOT = 1
                 GO TO INC-RD2.
           IF CATENTR-N NOT = ZEROS
              PERFORM VERIFICAR-CAT THRU VERIFICAR-CAT-FIM
              IF W-ACHOU-CAT NOT = 1
                 GO TO INC-RD2.
       ROT-MONTAR.
           MOVE PRO-COD     TO DETCOD
           MOVE PRO-DESC    TO DETDESC
       VERIFICAR-NOME-FIM.
           EXIT.
      *
      **************************************
      * VERIFICACAO DA CATEGORIA DO PRODUTO *
      * PELO NIVEL INFORMADO NO FILTRO      *
      **************************************
      *
       VERIFICAR-CAT.
           MOVE ZEROS TO W-ACHOU-CAT
           IF W-TEM-PRC = 0
              GO TO VERIFICAR-CAT-FIM.
           MOVE PRO-COD TO PRC-PRO-COD
           READ ARQPROC
           IF ST-PRC NOT = "00"
              MOVE "00" TO ST-PRC
              GO TO VERIFICAR-CAT-FIM.
           IF PRC-CAT-DEP NOT = CATENTR-DEP
              GO TO VERIFICAR-CAT-FIM.
           IF CATENTR-GRP NOT = ZEROS AND
              PRC-CAT-GRP NOT = CATENTR-GRP
              GO TO VERIFICAR-CAT-FIM.
           IF CATENTR-SUB NOT = ZEROS AND
              PRC-CAT-SUB NOT = CATENTR-SUB
              GO TO VERIFICAR-CAT-FIM.
           MOVE 1 TO W-ACHOU-CAT.
       VERIFICAR-CAT-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
           DISPLAY (01, 01) ERASE.
           IF W-TEM-SLD = 1
              CLOSE ARQSLD.
           IF W-TEM-PRC = 1
              CLOSE ARQPROC.
           IF W-TEM-CAT = 1
              CLOSE ARQCAT.
           CLOSE ARQPRO ARQERRO.
       ROT-FIM2.
           EXIT PROGRAM.
