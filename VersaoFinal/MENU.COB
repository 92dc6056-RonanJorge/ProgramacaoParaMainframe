                03 OPE-DATA-SENHA         PIC 9(08).
                03 OPE-FALHAS             PIC 9(02).
                03 OPE-BLOQ               PIC X(01).
                03 OPE-LIM-COMPRA         PIC 9(10).
      *
       FD ARQPARAM
               LABEL RECORD IS STANDARD
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-GRUPO        PIC 9(01) VALUE ZEROS.
       77 W-OPCAO        PIC 9(03) VALUE ZEROS.
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 ST-TRN         PIC X(02) VALUE "00".
       77 ST-OPL         PIC X(02) VALUE "00".
       77 W-TREINO       PIC 9(01) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-OPE          PIC X(85).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELALOGIN.
           05  LINE 02  COLUMN 38
               VALUE  " E TABELAS===============================".
           05  LINE 05  COLUMN 10
               VALUE  "001 - CEP".
           05  LINE 06  COLUMN 10
               VALUE  "002 - CLIENTES".
           05  LINE 07  COLUMN 10
               VALUE  "003 - FORNECEDORES".
           05  LINE 08  COLUMN 10
               VALUE  "004 - PRODUTOS".
           05  LINE 09  COLUMN 10
               VALUE  "005 - UF".
           05  LINE 10  COLUMN 10
               VALUE  "006 - TIPO DE PRODUTO".
           05  LINE 11  COLUMN 10
               VALUE  "007 - UNIDADE DE PRODUTO".
           05  LINE 12  COLUMN 10
               VALUE  "040 - LOCAIS DE ESTOQUE".
           05  LINE 13  COLUMN 10
               VALUE  "056 - ACORDO COMERCIAL".
           05  LINE 14  COLUMN 10
               VALUE  "057 - ALIQUOTAS FISCAIS POR TIPO".
           05  LINE 15  COLUMN 10
               VALUE  "063 - DADOS BANCARIOS DO FORNECEDOR".
           05  LINE 16  COLUMN 10
               VALUE  "070 - CALENDARIO DE FERIADOS".
           05  LINE 13  COLUMN 48
               VALUE  "074 - COMPOSICAO DE KITS".
           05  LINE 11  COLUMN 48
               VALUE  "085 - CONTAS BANCARIAS".
           05  LINE 10  COLUMN 48
               VALUE  "088 - MOTIVOS DE AJUSTE".
           05  LINE 09  COLUMN 48
               VALUE  "091 - TABELA DE FRETE".
           05  LINE 08  COLUMN 48
               VALUE  "092 - CAMPANHAS PROMOCIONAIS".
           05  LINE 07  COLUMN 48
               VALUE  "093 - ITENS DAS CAMPANHAS".
           05  LINE 06  COLUMN 48
               VALUE  "102 - CATEGORIAS DE PRODUTO".
           05  LINE 05  COLUMN 48
               VALUE  "104 - CATEGORIAS DE DESPESA".
           05  LINE 14  COLUMN 48
               VALUE  "105 - CENTROS DE CUSTO".
           05  LINE 15  COLUMN 48
               VALUE  "110 - LOCAIS DE ENTREGA CLIENTE".
           05  LINE 16  COLUMN 48
               VALUE  "111 - VEICULOS DE ENTREGA".
           05  LINE 12  COLUMN 52
               VALUE  "078 - COND. PAGTO".
           05  LINE 17  COLUMN 48
               VALUE  "119 - OPERADORAS DE CARTAO".
           05  LINE 17  COLUMN 10
               VALUE  "000 - VOLTAR AO MENU PRINCIPAL".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCAD-OPCAO
               LINE 23  COLUMN 30  PIC 999
               USING  W-OPCAO.
       01  TELAMOV.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 38
               VALUE  "TACAO====================================".
           05  LINE 05  COLUMN 10
               VALUE  "008 - VENDA DE PRODUTOS".
           05  LINE 06  COLUMN 10
               VALUE  "009 - RECEBIMENTO DE PRODUTOS".
           05  LINE 07  COLUMN 10
               VALUE  "010 - MOVIMENTO DE ESTOQUE".
           05  LINE 08  COLUMN 10
               VALUE  "011 - CONTAS A PAGAR".
           05  LINE 09  COLUMN 10
               VALUE  "012 - PRODUTO X FORNECEDOR".
           05  LINE 10  COLUMN 10
               VALUE  "028 - PEDIDO DE COMPRA".
           05  LINE 11  COLUMN 10
               VALUE  "032 - INVENTARIO FISICO".
           05  LINE 12  COLUMN 10
               VALUE  "037 - DEVOLUCAO DE VENDA".
           05  LINE 13  COLUMN 10
               VALUE  "038 - DEVOLUCAO AO FORNECEDOR".
           05  LINE 14  COLUMN 10
               VALUE  "041 - TRANSFERENCIA ENTRE LOCAIS".
           05  LINE 15  COLUMN 10
               VALUE  "055 - ORCAMENTO DE VENDA".
           05  LINE 16  COLUMN 10
               VALUE  "060 - PEDIDO DE VENDA (RESERVA)".
           05  LINE 16  COLUMN 45
               VALUE  "071 - COTACAO DE COMPRA".
           05  LINE 15  COLUMN 45
               VALUE  "073 - ROMANEIO DE ENTREGA".
           05  LINE 14  COLUMN 45
               VALUE  "076 - ESTORNO DE NOTA".
           05  LINE 13  COLUMN 45
               VALUE  "077 - INSPECAO QUARENTENA".
           05  LINE 12  COLUMN 45
               VALUE  "084 - NOTA FISCAL DE FORNECEDOR".
           05  LINE 11  COLUMN 45
               VALUE  "114 - CONSIGNACAO EM CLIENTES".
           05  LINE 10  COLUMN 45
               VALUE  "124 - MONTAGEM DE KIT".
           05  LINE 09  COLUMN 45
               VALUE  "127 - APROVACAO PEDIDO DE COMPRA".
           05  LINE 17  COLUMN 10
               VALUE  "000 - VOLTAR AO MENU PRINCIPAL".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMOV-OPCAO
               LINE 23  COLUMN 30  PIC 999
               USING  W-OPCAO.
       01  TELAFIN.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 38
               VALUE  "IRO======================================".
           05  LINE 05  COLUMN 10
               VALUE  "024 - BAIXA DE TITULOS A RECEBER".
           05  LINE 06  COLUMN 10
               VALUE  "025 - ROMANEIO DE PAGAMENTO".
           05  LINE 07  COLUMN 10
               VALUE  "051 - REMESSA DE COBRANCA BANCARIA".
           05  LINE 08  COLUMN 10
               VALUE  "052 - RETORNO BANCARIO".
           05  LINE 09  COLUMN 10
               VALUE  "062 - SESSAO DE CAIXA".
           05  LINE 10  COLUMN 10
               VALUE  "064 - REMESSA DE PAGAMENTO (CTAS A PAGAR)".
           05  LINE 11  COLUMN 10
               VALUE  "065 - RETORNO DE PAGAMENTO (CTAS A PAGAR)".
           05  LINE 12  COLUMN 10
               VALUE  "067 - CARTAS DE COBRANCA".
           05  LINE 05  COLUMN 52
               VALUE  "075 - CUSTODIA DE CHEQUES".
           05  LINE 06  COLUMN 52
               VALUE  "086 - CONCILIACAO BANCARIA".
           05  LINE 07  COLUMN 52
               VALUE  "099 - EXPORTACAO DA NF-E".
           05  LINE 08  COLUMN 52
               VALUE  "100 - RETORNO DA NF-E".
           05  LINE 09  COLUMN 52
               VALUE  "120 - LIQUIDACAO DE CARTAO".
           05  LINE 10  COLUMN 52
               VALUE  "125 - BAIXA POR PERDA".
           05  LINE 13  COLUMN 10
               VALUE  "000 - VOLTAR AO MENU PRINCIPAL".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TFIN-OPCAO
               LINE 23  COLUMN 30  PIC 999
               USING  W-OPCAO.
       01  TELACON.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 38
               VALUE  "AS=======================================".
           05  LINE 05  COLUMN 10
               VALUE  "013 - CLIENTES".
           05  LINE 06  COLUMN 10
               VALUE  "014 - FORNECEDORES".
           05  LINE 07  COLUMN 10
               VALUE  "015 - PRODUTOS".
           05  LINE 08  COLUMN 10
               VALUE  "016 - CEP".
           05  LINE 09  COLUMN 10
               VALUE  "035 - EXTRATO DO CLIENTE".
           05  LINE 10  COLUMN 10
               VALUE  "044 - TRILHA DE AUDITORIA".
           05  LINE 11  COLUMN 10
               VALUE  "066 - CREDITO DO CLIENTE".
           05  LINE 12  COLUMN 10
               VALUE  "097 - NUMERO DE SERIE / GARANTIA".
           05  LINE 13  COLUMN 10
               VALUE  "000 - VOLTAR AO MENU PRINCIPAL".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCON-OPCAO
               LINE 23  COLUMN 30  PIC 999
               USING  W-OPCAO.
       01  TELAREL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 38
               VALUE  "IOS======================================".
           05  LINE 05  COLUMN 10
               VALUE  "017 - CEP".
           05  LINE 06  COLUMN 10
               VALUE  "018 - CLIENTES".
           05  LINE 07  COLUMN 10
               VALUE  "019 - FORNECEDORES".
           05  LINE 08  COLUMN 10
               VALUE  "020 - PRODUTOS".
           05  LINE 09  COLUMN 10
               VALUE  "021 - ESTOQUE MINIMO".
           05  LINE 10  COLUMN 10
               VALUE  "026 - FLUXO DE CAIXA PROJETADO".
           05  LINE 11  COLUMN 10
               VALUE  "027 - AGING DE TITULOS A RECEBER".
           05  LINE 12  COLUMN 10
               VALUE  "029 - PEDIDOS DE COMPRA".
           05  LINE 13  COLUMN 10
               VALUE  "033 - KARDEX DO PRODUTO".
           05  LINE 14  COLUMN 10
               VALUE  "034 - FATURAMENTO DE VENDAS".
           05  LINE 15  COLUMN 10
               VALUE  "036 - IMPRESSAO DE NOTA DE VENDA".
           05  LINE 16  COLUMN 10
               VALUE  "042 - DESEMPENHO DE ENTREGA".
           05  LINE 17  COLUMN 10
               VALUE  "043 - VALORIZACAO DE ESTOQUE".
           05  LINE 18  COLUMN 10
               VALUE  "053 - COMISSAO POR VENDEDOR".
           05  LINE 19  COLUMN 10
               VALUE  "059 - METAS DE VENDA (ACOMPANHAMENTO)".
           05  LINE 19  COLUMN 48
               VALUE  "061 - LOTES A VENCER".
           05  LINE 18  COLUMN 48
               VALUE  "068 - CURVA ABC".
           05  LINE 17  COLUMN 48
               VALUE  "079 - SPOOL DE RELATORIOS".
           05  LINE 16  COLUMN 48
               VALUE  "082 - ESTATISTICA COMPARATIVA".
           05  LINE 15  COLUMN 48
               VALUE  "087 - CONCILIACAO BANCARIA".
           05  LINE 14  COLUMN 48
               VALUE  "090 - PERDAS POR MOTIVO".
           05  LINE 13  COLUMN 48
               VALUE  "094 - RESULTADO DE CAMPANHA".
           05  LINE 12  COLUMN 48
               VALUE  "096 - TRANSFERENCIAS EM TRANSITO".
           05  LINE 11  COLUMN 48
               VALUE  "098 - APURACAO DE ICMS E IPI".
           05  LINE 10  COLUMN 48
               VALUE  "101 - NOTAS SEM AUTORIZ. NF-E".
           05  LINE 09  COLUMN 48
               VALUE  "103 - VENDAS POR CATEGORIA".
           05  LINE 08  COLUMN 48
               VALUE  "106 - DESPESAS POR CENTRO CUSTO".
           05  LINE 07  COLUMN 48
               VALUE  "112 - ENCOMENDAS DE CLIENTES".
           05  LINE 06  COLUMN 48
               VALUE  "115 - SALDOS EM CONSIGNACAO".
           05  LINE 05  COLUMN 48
               VALUE  "116 - PONTOS DE FIDELIDADE".
           05  LINE 20  COLUMN 48
               VALUE  "118 - CHEQUES REPASSADOS".
           05  LINE 21  COLUMN 10
               VALUE  "122 - PAINEL GERENCIAL".
           05  LINE 21  COLUMN 48
               VALUE  "123 - ESTOQUE SEM GIRO".
           05  LINE 22  COLUMN 10
               VALUE  "126 - PERDAS E RECUPERACOES".
           05  LINE 22  COLUMN 48
               VALUE  "128 - CATALOGO DE ARQUIVAMENTO".
           05  LINE 20  COLUMN 10
               VALUE  "000 - VOLTAR AO MENU PRINCIPAL".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TREL-OPCAO
               LINE 23  COLUMN 30  PIC 999
               USING  W-OPCAO.
       01  TELAADM.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 38
               VALUE  "TRACAO E LOTES===========================".
           05  LINE 05  COLUMN 10
               VALUE  "022 - OPERADORES".
           05  LINE 06  COLUMN 10
               VALUE  "023 - REAJUSTE DE PRECO".
           05  LINE 07  COLUMN 10
               VALUE  "030 - SUGESTAO DE REPOSICAO".
           05  LINE 08  COLUMN 10
               VALUE  "031 - RECONCILIACAO DE ESTOQUE".
           05  LINE 09  COLUMN 10
               VALUE  "039 - PARAMETROS DO SISTEMA".
           05  LINE 10  COLUMN 10
               VALUE  "045 - INTEGRIDADE REFERENCIAL".
           05  LINE 11  COLUMN 10
               VALUE  "046 - RETENCAO E EXPURGO".
           05  LINE 12  COLUMN 10
               VALUE  "047 - FECHAMENTO DO DIA".
           05  LINE 13  COLUMN 10
               VALUE  "048 - PERIODOS CONTABEIS".
           05  LINE 14  COLUMN 10
               VALUE  "049 - COPIA DE SEGURANCA".
           05  LINE 15  COLUMN 10
               VALUE  "050 - IMPORTACAO DE MESTRES".
           05  LINE 16  COLUMN 10
               VALUE  "054 - CONVERSAO DE LAYOUT".
           05  LINE 17  COLUMN 10
               VALUE  "058 - METAS DE VENDA POR VENDEDOR".
           05  LINE 17  COLUMN 48
               VALUE  "069 - EXPORTACAO CONTABIL".
           05  LINE 16  COLUMN 48
               VALUE  "072 - DESBLOQUEIO DE OPERADOR".
           05  LINE 15  COLUMN 48
               VALUE  "080 - FECHAMENTO DE EXERCICIO".
           05  LINE 14  COLUMN 48
               VALUE  "081 - ESTATISTICAS MENSAIS".
           05  LINE 13  COLUMN 48
               VALUE  "083 - CARGA DO TREINAMENTO".
           05  LINE 12  COLUMN 48
               VALUE  "089 - BAIXA DE LOTES VENCIDOS".
           05  LINE 11  COLUMN 48
               VALUE  "095 - RECALCULO DO ESTOQUE MINIMO".
           05  LINE 10  COLUMN 48
               VALUE  "107 - REVISAO LIMITE DE CREDITO".
           05  LINE 09  COLUMN 48
               VALUE  "108 - UNIFICACAO DE CLIENTES".
           05  LINE 08  COLUMN 48
               VALUE  "109 - RECUPERACAO PELO DIARIO".
           05  LINE 07  COLUMN 48
               VALUE  "113 - TABELA DE PRECO FORNECEDOR".
           05  LINE 06  COLUMN 48
               VALUE  "117 - EXPIRACAO DE PONTOS".
           05  LINE 05  COLUMN 48
               VALUE  "121 - ETIQUETAS DE PRECO".
           05  LINE 18  COLUMN 48
               VALUE  "129 - DADOS DO EMITENTE".
           05  LINE 18  COLUMN 10
               VALUE  "000 - VOLTAR AO MENU PRINCIPAL".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TADM-OPCAO
               LINE 23  COLUMN 30  PIC 999
               USING  W-OPCAO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                   GO TO LOGIN-001.
       LOGIN-004.
                READ ARQOPE
                MOVE REGOPE TO JRN-ANT-OPE
                IF ST-ERRO NOT = "00"
                   MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF OPE-FALHAS NOT = ZEROS
                   MOVE ZEROS TO OPE-FALHAS
                   REWRITE REGOPE
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-OPE THRU DIARIO-OPE-FIM
                   IF ST-ERRO NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-ERRO.
      *
                   GO TO R1.
                CLOSE ARQERRO
                EVALUATE W-OPCAO
                   WHEN 001 CALL "SVP001"
                   WHEN 002 CALL "SVP002"
                   WHEN 003 CALL "SVP003"
                   WHEN 004 CALL "SVP004"
                   WHEN 005 CALL "MNTUF"
                   WHEN 006 CALL "MNTTIPO"
                   WHEN 007 CALL "MNTUNID"
                   WHEN 040 CALL "MNTLOC"
                   WHEN 056 CALL "MNTACD"
                   WHEN 057 CALL "MNTALIQ"
                   WHEN 063 CALL "MNTFBC"
                   WHEN 070 CALL "MNTFER"
                   WHEN 074 CALL "MNTKIT"
                   WHEN 078 CALL "MNTCPG"
                   WHEN 085 CALL "MNTBCO"
                   WHEN 088 CALL "MNTMOT"
                   WHEN 091 CALL "MNTFRT"
                   WHEN 092 CALL "MNTCMP"
                   WHEN 093 CALL "MNTCMPI"
                   WHEN 102 CALL "MNTCAT"
                   WHEN 104 CALL "MNTDSP"
                   WHEN 105 CALL "MNTCCU"
                   WHEN 110 CALL "MNTEND"
                   WHEN 111 CALL "MNTVEI"
                   WHEN 119 CALL "MNTOPC"
                   WHEN OTHER
                      MOVE "*** OPCAO INVALIDA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                CLOSE ARQERRO
                EVALUATE W-OPCAO
                   WHEN 008 CALL "VENDPRO"
                   WHEN 009 CALL "RECPRO"
                   WHEN 010 CALL "MOVPRO"
                   WHEN 011 CALL "CTAPAG"
                   WHEN 012 CALL "PROFOR"
                   WHEN 028 CALL "PEDCOMP"
                   WHEN 032 CALL "INVENT"
                   WHEN 037 CALL "DEVVENDA"
                   WHEN 038 CALL "DEVFORN"
                   WHEN 041 CALL "TRFEST"
                   WHEN 055 CALL "ORCVENDA"
                   WHEN 060 CALL "PEDVENDA"
                   WHEN 071 CALL "COTCOMP"
                   WHEN 073 CALL "ROMANEIO"
                   WHEN 076 CALL "CANNOTA"
                   WHEN 077 CALL "INSPQUA"
                   WHEN 084 CALL "NFFORN"
                   WHEN 114 CALL "CONSIG"
                   WHEN 124 CALL "MONTKIT"
                   WHEN 127 CALL "APRPED"
                   WHEN OTHER
                      MOVE "*** OPCAO INVALIDA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                CLOSE ARQERRO
                EVALUATE W-OPCAO
                   WHEN 024 CALL "BAIXACR"
                   WHEN 025 CALL "PAGCP"
                   WHEN 051 CALL "REMESSA"
                   WHEN 052 CALL "RETBANCO"
                   WHEN 062 CALL "CAIXA"
                   WHEN 064 CALL "REMESSCP"
                   WHEN 065 CALL "RETBCOCP"
                   WHEN 067 CALL "GERCOB"
                   WHEN 075 CALL "CHQDEP"
                   WHEN 086 CALL "CONCBCO"
                   WHEN 099 CALL "NFEEXP"
                   WHEN 100 CALL "NFERET"
                   WHEN 120 CALL "LIQCART"
                   WHEN 125 CALL "BXPERDA"
                   WHEN OTHER
                      MOVE "*** OPCAO INVALIDA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                CLOSE ARQERRO
                EVALUATE W-OPCAO
                   WHEN 013 CALL "CONS002"
                   WHEN 014 CALL "CONS003"
                   WHEN 015 CALL "CONS004"
                   WHEN 016 CALL "CONS005"
                   WHEN 035 CALL "EXTCLI"
                   WHEN 044 CALL "CONSAUD"
                   WHEN 066 CALL "CONSCRD"
                   WHEN 097 CALL "CONSSER"
                   WHEN OTHER
                      MOVE "*** OPCAO INVALIDA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                CLOSE ARQERRO
                EVALUATE W-OPCAO
                   WHEN 017 CALL "RELCEP"
                   WHEN 018 CALL "RELCLI"
                   WHEN 019 CALL "RELFOR"
                   WHEN 020 CALL "RELPRO"
                   WHEN 021 CALL "RELESTMIN"
                   WHEN 026 CALL "RELFLUXO"
                   WHEN 027 CALL "RELAGING"
                   WHEN 029 CALL "RELPED"
                   WHEN 033 CALL "RELKARDEX"
                   WHEN 034 CALL "RELVENDA"
                   WHEN 036 CALL "IMPNOTA"
                   WHEN 042 CALL "RELDESEMP"
                   WHEN 043 CALL "RELVALEST"
                   WHEN 053 CALL "RELCOMIS"
                   WHEN 059 CALL "RELMETA"
                   WHEN 061 CALL "RELLOTE"
                   WHEN 068 CALL "RELABC"
                   WHEN 079 CALL "SPLMGR"
                   WHEN 082 CALL "RELESTAT"
                   WHEN 087 CALL "RELCONC"
                   WHEN 090 CALL "RELPERDA"
                   WHEN 094 CALL "RELCMP"
                   WHEN 096 CALL "RELTRF"
                   WHEN 098 CALL "APURIMP"
                   WHEN 101 CALL "NFEPEND"
                   WHEN 103 CALL "RELCAT"
                   WHEN 106 CALL "RELDESP"
                   WHEN 112 CALL "RELENC"
                   WHEN 115 CALL "RELCSG"
                   WHEN 116 CALL "RELPTS"
                   WHEN 118 CALL "RELRPC"
                   WHEN 122 CALL "PAINEL"
                   WHEN 123 CALL "RELGIRO"
                   WHEN 126 CALL "RELINAD"
                   WHEN 128 CALL "RELGER"
                   WHEN OTHER
                      MOVE "*** OPCAO INVALIDA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                CLOSE ARQERRO
                EVALUATE W-OPCAO
                   WHEN 022 CALL "SVP005"
                   WHEN 023 CALL "AJUPRECO"
                   WHEN 030 CALL "SUGCOMP"
                   WHEN 031 CALL "RECONEST"
                   WHEN 039 CALL "MNTPARAM"
                   WHEN 045 CALL "CHKREF"
                   WHEN 046 CALL "RETARQ"
                   WHEN 047 CALL "FIMDIA"
                   WHEN 048 CALL "MNTPER"
                   WHEN 049 CALL "BKPARQ"
                   WHEN 050 CALL "IMPMEST"
                   WHEN 054 CALL "CONVARQ"
                   WHEN 058 CALL "MNTMETA"
                   WHEN 069 CALL "EXPCONT"
                   WHEN 072 CALL "DESBLOQ"
                   WHEN 080 CALL "FECHAANO"
                   WHEN 081 CALL "ESTMES"
                   WHEN 083 CALL "TRNCARGA"
                   WHEN 089 CALL "BXLOTE"
                   WHEN 095 CALL "RECMIN"
                   WHEN 107 CALL "REVCRED"
                   WHEN 108 CALL "MESCLI"
                   WHEN 109 CALL "RECJRN"
                   WHEN 113 CALL "IMPLPR"
                   WHEN 117 CALL "EXPPTS"
                   WHEN 121 CALL "ETIQPRC"
                   WHEN 129 CALL "MNTEMI"
                   WHEN OTHER
                      MOVE "*** OPCAO INVALIDA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                   OPE-FALHAS NOT < W-MAX-FALHA
                   MOVE "S" TO OPE-BLOQ.
                REWRITE REGOPE
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-OPE THRU DIARIO-OPE-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-ERRO.
                IF OPE-BLOQ = "S"
                MOVE ZEROS        TO OPE-FALHAS
                ADD 1 TO OPE-VERSAO
                REWRITE REGOPE
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-OPE THRU DIARIO-OPE-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-ERRO
                   MOVE "ERRO NA GRAVACAO DA NOVA SENHA" TO MENS
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
                MOVE "MENU"       TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-OPE.
                MOVE "ARQOPE"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-OPE TO JRN-ANTES
                ELSE
                   MOVE REGOPE TO JRN-ANTES.
                MOVE REGOPE TO JRN-DEPOIS JRN-ANT-OPE
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-OPE-FIM.
                EXIT.
      *
      ***** ROTINA DE FIM *****
      *
       ROT-FIM.
