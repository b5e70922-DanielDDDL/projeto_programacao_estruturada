           02 MES PIC 99/.
           02 ANO PIC 9(4).

       77 OPC-GRUPO PIC 99 VALUE ZEROS.
       77 W-GRUPO-OK PIC X VALUE "N".
           88 GRUPO-VALIDO VALUE "S".
       77 W-GRUPO-1D PIC 9 VALUE ZEROS.
       77 W-QTD-GRUPOS PIC 99 VALUE 16.
       77 W-GRUPO-2D PIC 99 VALUE ZEROS.
       77 W-QTD-ITENS  PIC 999 VALUE 130.
       77 OPC-ITEM  PIC 99 VALUE ZEROS.
       77 W-ACHOU-ITEM PIC X VALUE "N".
           88 ACHOU-ITEM VALUE "S".
       77 W-IDX    PIC 999 VALUE ZEROS.
       77 W-LINHA  PIC 99 VALUE ZEROS.
       77 W-POS    PIC 9(4) VALUE ZEROS.
       77 W-PROGRAMA-CHAMADO PIC X(20) VALUE SPACES.
       77 LINHA  PIC X(32) VALUE ALL '='.
       77 W-LOGIN-OK PIC X VALUE "N".

      *> TITULOS DOS GRUPOS, NA ORDEM DO NUMERO DO GRUPO. OS NOVE
      *> PRIMEIROS SAEM NA PRIMEIRA COLUNA DO MENU PRINCIPAL, OS
      *> DEMAIS NA SEGUNDA. GRUPO NOVO: UMA LINHA AQUI E
      *> W-QTD-GRUPOS ACRESCIDO.
       01 TABELA-GRUPOS-VALORES.
          02 FILLER PIC X(25) VALUE "CADASTROS".
          02 FILLER PIC X(25) VALUE "CIRCULACAO E ESTOQUE".
          02 FILLER PIC X(25) VALUE "RELATORIOS".
          02 FILLER PIC X(25) VALUE "UTILITARIOS".
          02 FILLER PIC X(25) VALUE "MANUTENCAO".
          02 FILLER PIC X(25) VALUE "CARGAS E LOTES".
          02 FILLER PIC X(25) VALUE "CAIXA E MULTAS".
          02 FILLER PIC X(25) VALUE "RELATORIOS GERENCIAIS".
          02 FILLER PIC X(25) VALUE "ADMINISTRACAO".
          02 FILLER PIC X(25) VALUE "BIBLIOTECA E LEITORES".
          02 FILLER PIC X(25) VALUE "CONTROLES E CONVERSOES".
          02 FILLER PIC X(25) VALUE "COMPRAS E FINANCEIRO".
          02 FILLER PIC X(25) VALUE "ATENDIMENTO AO CLIENTE".
          02 FILLER PIC X(25) VALUE "LOJA E LOGISTICA".
          02 FILLER PIC X(25) VALUE "INTERCAMBIO BIBLIOTECAS".
          02 FILLER PIC X(25) VALUE "CONVERSOES DE ARQUIVOS".
       01 TABELA-GRUPOS REDEFINES TABELA-GRUPOS-VALORES.
          02 GRP-TITULO PIC X(25) OCCURS 16 TIMES.

      *> TABELA DO MENU: CADA ITEM TRAZ O GRUPO (SUBMENU) A QUE
      *> PERTENCE, O NUMERO DENTRO DO GRUPO, O TITULO EXIBIDO E O
      *> PROGRAMA CHAMADO. PARA INCLUIR UM PROGRAMA NOVO BASTA UMA
      *> 9 ITENS POR GRUPO: COM MAIS DO QUE ISSO O PROMPT E A
      *> MENSAGEM DE ERRO SAEM DAS 24 LINHAS DO TERMINAL.
       01 TABELA-MENU-VALORES.
          02 FILLER PIC X(52) VALUE
             "0101ADICIONAR LIVRO             INCLUSAO            ".
          02 FILLER PIC X(52) VALUE
             "0102REMOVER LIVRO               EXCLUSAO            ".
          02 FILLER PIC X(52) VALUE
             "0103ALTERAR LIVRO               ALTERAR             ".
          02 FILLER PIC X(52) VALUE
             "0104CONSULTAR LIVRO             LEITURA             ".
          02 FILLER PIC X(52) VALUE
             "0105CADASTRO DE LEITORES        LEITORES            ".
          02 FILLER PIC X(52) VALUE
             "0106TABELA DE CATEGORIAS        CATEGORIAS          ".
          02 FILLER PIC X(52) VALUE
             "0107CADASTRO DE USUARIOS        USUARIOS            ".
          02 FILLER PIC X(52) VALUE
             "0108CADASTRO DE FORNECEDORES    FORNECEDORES        ".
          02 FILLER PIC X(52) VALUE
             "0109CONTROLE DE EXEMPLARES      EXEMPLARES          ".
          02 FILLER PIC X(52) VALUE
             "0201EMPRESTAR LIVRO             EMPRESTAR           ".
          02 FILLER PIC X(52) VALUE
             "0202DEVOLVER LIVRO              DEVOLVER            ".
          02 FILLER PIC X(52) VALUE
             "0203VENDA DE LIVROS             VENDA               ".
          02 FILLER PIC X(52) VALUE
             "0204ENTRADA DE MERCADORIA       ENTRADA             ".
          02 FILLER PIC X(52) VALUE
             "0205TRANSFERENCIA ENTRE FILIAIS TRANSFERENCIA       ".
          02 FILLER PIC X(52) VALUE
             "0206DEVOLUCAO DE VENDA          DEVOLVERVENDA       ".
          02 FILLER PIC X(52) VALUE
             "0207RENOVACAO DE EMPRESTIMO     RENOVAR             ".
          02 FILLER PIC X(52) VALUE
             "0208BAIXA POR PERDA OU DANO     BAIXARPERDA         ".
          02 FILLER PIC X(52) VALUE
             "0209PEDIDO DE COMPRA            PEDIDOCOMPRA        ".
          02 FILLER PIC X(52) VALUE
             "0301RELATORIO DE LIVROS         RELATORIO           ".
          02 FILLER PIC X(52) VALUE
             "0302RELATORIO POR CATEGORIA     RELATORIOCATEGORIA  ".
          02 FILLER PIC X(52) VALUE
             "0303EMPRESTIMOS EM ATRASO       RELATORIOATRASO     ".
          02 FILLER PIC X(52) VALUE
             "0304ESTATISTICA DE CIRCULACAO   RELATORIOCIRCULACAO ".
          02 FILLER PIC X(52) VALUE
             "0305SUGESTAO DE COMPRA          SUGESTAOCOMPRA      ".
          02 FILLER PIC X(52) VALUE
             "0306RESUMO DIARIO DO MOVIMENTO  RESUMODIARIO        ".
          02 FILLER PIC X(52) VALUE
             "0307EXPORTAR CATALOGO (CSV)     EXPORTARLIVROS      ".
          02 FILLER PIC X(52) VALUE
             "0308IMPRIMIR ETIQUETAS          ETIQUETAS           ".
          02 FILLER PIC X(52) VALUE
             "0309AJUSTES AGUARDANDO APROVACAORELATORIOAJUSTE     ".
          02 FILLER PIC X(52) VALUE
             "0401CORRIGIR AUTOR (LOTE)       CORRIGIRAUTOR       ".
          02 FILLER PIC X(52) VALUE
             "0402UNIFICAR CATEGORIAS         UNIFICARCATEGORIA   ".
          02 FILLER PIC X(52) VALUE
             "0403AJUSTE DE PRECOS EM MASSA   AJUSTARPRECO        ".
          02 FILLER PIC X(52) VALUE
             "0404ESTOQUE POR FILIAL          ESTOQUEFILIAL       ".
          02 FILLER PIC X(52) VALUE
             "0405PONTO DE REPOSICAO          PONTOPEDIDO         ".
          02 FILLER PIC X(52) VALUE
             "0406INVENTARIO FISICO           INVENTARIO          ".
          02 FILLER PIC X(52) VALUE
             "0407CARTAS DE COBRANCA          CARTACOBRANCA       ".
          02 FILLER PIC X(52) VALUE
             "0408CALENDARIO DE FUNCIONAMENTO CALENDARIO          ".
          02 FILLER PIC X(52) VALUE
             "0409UNIFICAR LEITORES (LOTE)    UNIFICARLEITOR      ".
          02 FILLER PIC X(52) VALUE
             "0501CONSULTA AO LOG AUDITORIA   CONSULTALOG         ".
          02 FILLER PIC X(52) VALUE
             "0502CONCILIACAO DE ESTOQUE      CONCILIARESTOQUE    ".
          02 FILLER PIC X(52) VALUE
             "0503ROTACAO MENSAL DO LOG       ROTACIONARLOG       ".
          02 FILLER PIC X(52) VALUE
             "0504RESTAURAR CADASTRO (BACKUP) RESTAURARLIVRO      ".
          02 FILLER PIC X(52) VALUE
             "0505VERIFICAR/RECONSTRUIR INDICEVERIFICARINDICE     ".
          02 FILLER PIC X(52) VALUE
             "0506REGISTROS ORFAOS            RELATORIOORFAOS     ".
          02 FILLER PIC X(52) VALUE
             "0507VERIFICAR ISBN DO CADASTRO  VERIFICARISBN       ".
          02 FILLER PIC X(52) VALUE
             "0508RECONSTRUIR REFERENCIA ISBN GERARISBNXREF       ".
          02 FILLER PIC X(52) VALUE
             "0509CONVERTER ARQ. EMPRESTIMOS  MIGRAREMPRESTIMO    ".
          02 FILLER PIC X(52) VALUE
             "0601CARGA EM LOTE DE LIVROS     CARGALIVROS         ".
          02 FILLER PIC X(52) VALUE
             "0602CARGA DO CATALOGO ISBN      CARGAISBN           ".
          02 FILLER PIC X(52) VALUE
             "0603ARQUIVAR EMPRESTIMOS        ARQUIVAEMPRESTIMO   ".
          02 FILLER PIC X(52) VALUE
             "0604ROTINA NOTURNA (LOTE)       ROTINANOTURNA       ".
          02 FILLER PIC X(52) VALUE
             "0605BLOQUEIO AUTOM. DE LEITORES BLOQUEARLEITOR      ".
          02 FILLER PIC X(52) VALUE
             "0606EXPIRAR RESERVAS SEPARADAS  EXPIRARRESERVA      ".
          02 FILLER PIC X(52) VALUE
             "0607AVISOS DE CHEGADA DE RESERVAAVISORESERVA        ".
          02 FILLER PIC X(52) VALUE
             "0608LEMBRETES DE DEVOLUCAO      LEMBRETEDEVOL       ".
          02 FILLER PIC X(52) VALUE
             "0609RECEBER DOACAO DE LIVROS    DOACAO              ".
          02 FILLER PIC X(52) VALUE
             "0701ABERTURA DE CAIXA           ABRIRCAIXA          ".
          02 FILLER PIC X(52) VALUE
             "0702FECHAMENTO DE CAIXA         FECHARCAIXA         ".
          02 FILLER PIC X(52) VALUE
             "0703PAGAMENTO DE MULTAS         PAGARMULTA          ".
          02 FILLER PIC X(52) VALUE
             "0704EXTRATO DO LEITOR           EXTRATOLEITOR       ".
          02 FILLER PIC X(52) VALUE
             "0705EXPORTACAO CONTABIL DIARIA  EXPORTARCONTABIL    ".
          02 FILLER PIC X(52) VALUE
             "0706VALES-TROCA (POSICAO MENSAL)RELATORIOVALE       ".
          02 FILLER PIC X(52) VALUE
             "0707CONCILIACAO CARTAO E PIX    CONCILIARCARTAO     ".
          02 FILLER PIC X(52) VALUE
             "0708EXPORTAR NFC-E              EXPORTARNFCE        ".
          02 FILLER PIC X(52) VALUE
             "0709RETORNO DO EMISSOR NFC-E    RETORNONFCE         ".
          02 FILLER PIC X(52) VALUE
             "0801SITUACAO DOS PEDIDOS        RELATORIOPEDIDOS    ".
          02 FILLER PIC X(52) VALUE
             "0802KARDEX DE ESTOQUE           KARDEX              ".
          02 FILLER PIC X(52) VALUE
             "0803ANALISE DE VENDAS           RELATORIOVENDAS     ".
          02 FILLER PIC X(52) VALUE
             "0804ESTOQUE ENCALHADO           RELATORIOENCALHE    ".
          02 FILLER PIC X(52) VALUE
             "0805TENDENCIA DE 12 MESES       RELATORIOTENDENCIA  ".
          02 FILLER PIC X(52) VALUE
             "0806DESCONTOS AUTORIZADOS       RELATORIODESCONTO   ".
          02 FILLER PIC X(52) VALUE
             "0807GERENCIADOR DE SPOOL        GERENCIARSPOOL      ".
          02 FILLER PIC X(52) VALUE
             "0808MARGEM BRUTA DAS VENDAS     RELATORIOMARGEM     ".
          02 FILLER PIC X(52) VALUE
             "0809CUPONS SEM NFC-E AUTORIZADA PENDENTESNFCE       ".
          02 FILLER PIC X(52) VALUE
             "0901AGENDA DE PROMOCOES         PROMOCOES           ".
          02 FILLER PIC X(52) VALUE
             "0902APLICAR PROMOCOES (LOTE)    APLICARPROMOCAO     ".
          02 FILLER PIC X(52) VALUE
             "0903FECHAMENTO MENSAL (KPI)     FECHARMES           ".
          02 FILLER PIC X(52) VALUE
             "0904ARQUIVAR VENDAS             ARQUIVAVENDA        ".
          02 FILLER PIC X(52) VALUE
             "0905SEMEAR CONTADORES           SEMEARCONTADORES    ".
          02 FILLER PIC X(52) VALUE
             "0906BACKUP GERAL DO SISTEMA     BACKUPGERAL         ".
          02 FILLER PIC X(52) VALUE
             "0907RESTAURAR BACKUP GERAL      RESTAURARGERAL      ".
          02 FILLER PIC X(52) VALUE
             "0908SITUACAO DA JANELA DE LOTE  SITUACAOLOTE        ".
          02 FILLER PIC X(52) VALUE
             "0909CONVERTER LAYOUT DE DADOS   MIGRARCADASTROS     ".
          02 FILLER PIC X(52) VALUE
             "1001POLITICAS DE EMPRESTIMO     POLITICAS           ".
          02 FILLER PIC X(52) VALUE
             "1002ENVIAR MENSAGENS AO GATEWAY ENVIARMENSAGENS     ".
          02 FILLER PIC X(52) VALUE
             "1003RETORNO GATEWAY MENSAGENS   RETORNOMENSAGENS    ".
          02 FILLER PIC X(52) VALUE
             "1004RENOVAR INSCRICAO LEITOR    RENOVARINSCRICAO    ".
          02 FILLER PIC X(52) VALUE
             "1005INSCRICOES A VENCER         AVISOINSCRICAO      ".
          02 FILLER PIC X(52) VALUE
             "1006ANONIMIZAR LEITORES (LGPD)  ANONIMIZARLEITOR    ".
          02 FILLER PIC X(52) VALUE
             "1007DADOS PESSOAIS DO LEITOR    DADOSLEITOR         ".
          02 FILLER PIC X(52) VALUE
             "1008CARTOES DE LEITOR           CARTAOLEITOR        ".
          02 FILLER PIC X(52) VALUE
             "1009ABONO DE MULTAS             ABONARMULTA         ".
          02 FILLER PIC X(52) VALUE
             "1101CONVERTER LAYOUT (CAMPOS)   MIGRARLAYOUT        ".
          02 FILLER PIC X(52) VALUE
             "1102RELATORIO DE ABONOS         RELATORIOABONO      ".
          02 FILLER PIC X(52) VALUE
             "1103CONSERTO DE EXEMPLARES      CONSERTO            ".
          02 FILLER PIC X(52) VALUE
             "1104RELATORIO DE CONSERTOS      RELATORIOCONSERTO   ".
          02 FILLER PIC X(52) VALUE
             "1105CICLO DE VIDA DOS EXEMPLARESRELATORIOEXEMPLAR   ".
          02 FILLER PIC X(52) VALUE
             "1106CONTINGENCIA OFFLINE FILIAL CAPTURAOFFLINE      ".
          02 FILLER PIC X(52) VALUE
             "1107IMPORTAR MOVIMENTO OFFLINE  IMPORTAROFFLINE     ".
          02 FILLER PIC X(52) VALUE
             "1108VERIFICAR TRILHA AUDITORIA  VERIFICARTRILHA     ".
          02 FILLER PIC X(52) VALUE
             "1109APROVAR AJUSTES DE ESTOQUE  APROVARAJUSTE       ".
          02 FILLER PIC X(52) VALUE
             "1201PAGAMENTO A FORNECEDORES    PAGARFORNECEDOR     ".
          02 FILLER PIC X(52) VALUE
             "1202CONTAS A PAGAR (ANTIGUIDADE)RELATORIOAPAGAR     ".
          02 FILLER PIC X(52) VALUE
             "1203VENCIMENTOS DA SEMANA       VENCIMENTOSEMANA    ".
          02 FILLER PIC X(52) VALUE
             "1204DEVOLUCAO A FORNECEDOR      DEVOLVERFORNEC      ".
          02 FILLER PIC X(52) VALUE
             "1205ACERTO DE CONSIGNACAO       ACERTOCONSIG        ".
          02 FILLER PIC X(52) VALUE
             "1206RECEBIMENTO DE CLIENTES     RECEBERCLIENTE      ".
          02 FILLER PIC X(52) VALUE
             "1207EXTRATO MENSAL DE CLIENTES  EXTRATOCLIENTE      ".
          02 FILLER PIC X(52) VALUE
             "1208PERIODOS CONTABEIS          PERIODOCONTABIL     ".
          02 FILLER PIC X(52) VALUE
             "1301ENCOMENDAS DE CLIENTES      ENCOMENDAS          ".
          02 FILLER PIC X(52) VALUE
             "1302ENCOMENDAS EM ESPERA        RELATORIOENCOMENDA  ".
          02 FILLER PIC X(52) VALUE
             "1303AVISO CHEGADA ENCOMENDA     AVISOENCOMENDA      ".
          02 FILLER PIC X(52) VALUE
             "1304CLIENTES INSTITUCIONAIS     CLIENTES            ".
          02 FILLER PIC X(52) VALUE
             "1305LISTAS ESCOLARES            LISTASESCOLARES     ".
          02 FILLER PIC X(52) VALUE
             "1306DEMANDA DAS LISTAS ESCOLARESDEMANDALISTAS       ".
          02 FILLER PIC X(52) VALUE
             "1307EXTRATO DE PONTOS FIDELIDADEEXTRATOPONTOS       ".
          02 FILLER PIC X(52) VALUE
             "1308RANKING DE CLIENTES         RANKINGCLIENTES     ".
          02 FILLER PIC X(52) VALUE
             "1401LOCALIZACAO NAS PRATELEIRAS LOCALIZACAO         ".
          02 FILLER PIC X(52) VALUE
             "1402LISTA DE SEPARACAO          LISTASEPARACAO      ".
          02 FILLER PIC X(52) VALUE
             "1403TITULOS SEM LOCALIZACAO     RELATORIOSEMLOCAL   ".
          02 FILLER PIC X(52) VALUE
             "1404SUGESTAO DE TRANSFERENCIAS  SUGERIRTRANSF       ".
          02 FILLER PIC X(52) VALUE
             "1405APROVAR TRANSF. SUGERIDAS   APROVARTRANSF       ".
          02 FILLER PIC X(52) VALUE
             "1406FEED DO CATALOGO PARA SITE  EXPORTARSITE        ".
          02 FILLER PIC X(52) VALUE
             "1407IMPORTAR TABELA DE PRECOS   IMPORTARPRECOS      ".
          02 FILLER PIC X(52) VALUE
             "1408APLICAR REAJUSTES (LOTE)    APLICARREAJUSTE     ".
          02 FILLER PIC X(52) VALUE
             "1409BOLETIM DE NOVIDADES        BOLETIMNOVIDADES    ".
          02 FILLER PIC X(52) VALUE
             "1501INSTITUICOES PARCEIRAS      INSTITUICOES        ".
          02 FILLER PIC X(52) VALUE
             "1502EMPRESTIMO ENTRE BIBLIOTECASEMPINTER            ".
          02 FILLER PIC X(52) VALUE
             "1503ATRASOS COM PARCEIRAS       RELATORIOINTER      ".
          02 FILLER PIC X(52) VALUE
             "1504EXTRATO MENSAL PARCEIRAS    EXTRATOINTER        ".
          02 FILLER PIC X(52) VALUE
             "1601CONVERTER CHAVES POR LEITOR MIGRARCHAVELEITOR   ".
          02 FILLER PIC X(52) VALUE
             "1602CONVERTER CONSIGNACOES      MIGRARCONSIG        ".
       01 TABELA-MENU REDEFINES TABELA-MENU-VALORES.
          02 ITEM-MENU OCCURS 130 TIMES.
             03 MEN-GRUPO    PIC 99.
             03 MEN-OPCAO    PIC 99.
             03 MEN-TITULO   PIC X(28).
             03 MEN-PROGRAMA PIC X(20).
           PERFORM LIMPAR-AREA-MENU.
           PERFORM CABECALHO.

           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-QTD-GRUPOS
               IF W-IDX < 10
                   COMPUTE W-POS = (12 + W-IDX) * 100 + 7
                   DISPLAY "(" AT W-POS
                   MOVE W-IDX TO W-GRUPO-1D
                   COMPUTE W-POS = (12 + W-IDX) * 100 + 8
                   DISPLAY W-GRUPO-1D AT W-POS
                   COMPUTE W-POS = (12 + W-IDX) * 100 + 9
                   DISPLAY ")" AT W-POS
                   COMPUTE W-POS = (12 + W-IDX) * 100 + 11
                   DISPLAY GRP-TITULO (W-IDX) AT W-POS
               ELSE
                   COMPUTE W-POS = (3 + W-IDX) * 100 + 41
                   DISPLAY "(" AT W-POS
                   MOVE W-IDX TO W-GRUPO-2D
                   COMPUTE W-POS = (3 + W-IDX) * 100 + 42
                   DISPLAY W-GRUPO-2D AT W-POS
                   COMPUTE W-POS = (3 + W-IDX) * 100 + 44
                   DISPLAY ")" AT W-POS
                   COMPUTE W-POS = (3 + W-IDX) * 100 + 46
                   DISPLAY GRP-TITULO (W-IDX) AT W-POS
               END-IF
           END-PERFORM.
           DISPLAY "(0) ENCERRAR"             AT 2207.
           DISPLAY "ESCOLHA O GRUPO:"         AT 2307.

           MOVE "N" TO W-GRUPO-OK.
           PERFORM WITH TEST AFTER UNTIL GRUPO-VALIDO
               ACCEPT OPC-GRUPO AT 2324
               IF OPC-GRUPO NOT > W-QTD-GRUPOS
                   MOVE "S" TO W-GRUPO-OK
                   *> LIMPANDO MENSAGEM DE ERRO
                   DISPLAY BRANCO AT 2407
               ELSE
                   *> MENSAGEM DE ERRO
                   DISPLAY "GRUPO INEXISTENTE" AT 2407
               END-IF
           END-PERFORM.

           MOVE 99 TO OPC-ITEM.
           PERFORM LIMPAR-AREA-MENU.
           PERFORM CABECALHO.
           DISPLAY GRP-TITULO (OPC-GRUPO) AT 1207.

           MOVE ZEROS TO W-LINHA.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > W-QTD-ITENS
               IF MEN-GRUPO (W-IDX) = OPC-GRUPO
                   ADD 1 TO W-LINHA
                   COMPUTE W-POS = (12 + W-LINHA) * 100 + 7
           *> VIA VALIDARLOGIN, COMO SEMPRE FOI.
           MOVE "N" TO W-ACHOU-ITEM.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-QTD-ITENS OR ACHOU-ITEM
               IF MEN-GRUPO (W-IDX) = OPC-GRUPO
                       AND MEN-OPCAO (W-IDX) = OPC-ITEM
                   MOVE "S" TO W-ACHOU-ITEM
