           ASSIGN TO '.\TAB-TAXA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TAXA.
      * aliquotas por classe de taxa do produto, com data de inicio
      * de vigencia: a mudanca de aliquota entra como nova linha, sem
      * apagar a anterior. sem o arquivo vale so a taxa de TAB-TAXA.
       SELECT OPTIONAL TAB-TAXA-CLASSE
           ASSIGN TO '.\TAB-TAXA-CLASSE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TAXA-CLASSE.
       SELECT LOG-TRANSACOES
           ASSIGN TO '.\LOG-TRANSACOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      * segunda visao do log, aberta para leitura no modo devolucao:
      * e dela que uma nota anterior e recuperada item a item para a
      * troca/devolucao parcial. o nome e montado em tempo de
      * execucao: o log vivo ou a geracao mensal para onde a rolagem
      * do fim do dia levou a nota.
       SELECT LOG-CONSULTA
           ASSIGN TO WS-ARQ-LOG-CONSULTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG-CONS.
      * indice das notas arquivadas pela rolagem do log, com a
      * geracao de cada resumo de nota.
       SELECT OPTIONAL NOTAS-ARQUIVADAS
           ASSIGN TO '.\NOTAS-ARQUIVADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-NOTAS-ARQ.
      * catalogo indexado por codigo de produto, consultado a cada
      * item digitado: sem limite de produtos e com o preco corrente
      * da manutencao do catalogo.
       SELECT CATALOGO-PRODUTOS
           ASSIGN TO '.\CATALOGO-PRODUTOS.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODIGO-PRODUTO-IN
           FILE STATUS IS WS-STATUS-CATALOGO.
       SELECT CADASTRO-CLIENTES
           ASSIGN TO '.\CADASTRO-CLIENTES.TXT'
           ASSIGN TO '.\OPERADORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-OPERADORES.
      * posicao de estoque por produto, indexada na mesma chave do
      * catalogo. o arquivo e opcional: sem ele a venda segue sem
      * controle de estoque, como antes. com ele, cada item e
      * conferido contra o saldo ao ser digitado, baixado no
      * fechamento da nota e reposto pelo estorno, sempre lendo e
      * regravando so o registro do produto, para que um caixa nao
      * desfaca as baixas do outro.
       SELECT ARQ-ESTOQUE
           ASSIGN TO '.\ESTOQUE.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EST-CODIGO
           FILE STATUS IS WS-STATUS-ESTOQUE.
      * kardex: uma linha por movimento aplicado a posicao de estoque
      * (venda, estorno, devolucao), gravada tambem pelo recebimento
      * de mercadoria e pelo inventario fisico.
       SELECT OPTIONAL MOVIMENTOS-ESTOQUE
           ASSIGN TO '.\MOVIMENTOS-ESTOQUE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      * promocoes programadas (produto, preco promocional, quantidade
      * minima e vigencia), mantidas pelo CADASTRO-PROMOCOES. o
      * arquivo e opcional: sem ele vale sempre o preco do catalogo.
       SELECT PROMOCOES-ARQ
           ASSIGN TO '.\PROMOCOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PROMOCOES.
      * diario da nota em andamento, um arquivo por caixa
      * (NOTA-ABERTA-nn.TXT): cabecalho e cada item aceito sao
      * gravados na hora, com o arquivo fechado a cada gravacao, e o
      * diario e esvaziado quando o resumo da nota vai ao log. se o
      * caixa cair no meio da venda, a proxima abertura de sessao
      * naquele caixa encontra a nota e oferece finaliza-la ou
      * abandona-la.
       SELECT OPTIONAL NOTA-ABERTA
           ASSIGN TO WS-ARQ-NOTA-ABERTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-NOTA-ABERTA.
      * sessao aberta do caixa, um arquivo por caixa
      * (SESSAO-CAIXA-nn.TXT): gravado com o operador quando a sessao
      * abre e esvaziado quando o caixa encerra. a cadeia de fim de
      * dia da loja nao comeca com algum caixa ainda aberto.
       SELECT OPTIONAL SESSAO-CAIXA
           ASSIGN TO WS-ARQ-SESSAO-CAIXA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SESSAO.
      * registro das notas interrompidas abandonadas com o aval do
      * supervisor, lido pelo relatorio de prevencao de perdas.
       SELECT OPTIONAL NOTAS-ABANDONADAS
           ASSIGN TO '.\NOTAS-ABANDONADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      * vales-troca emitidos nas devolucoes, com o saldo ainda
      * disponivel, indexados pelo numero do vale. como no estoque,
      * cada uso le e regrava so o registro do vale, para que um
      * caixa nao desfaca o que o outro abateu. o arquivo e criado
      * vazio na primeira abertura.
       SELECT VALES-TROCA
           ASSIGN TO '.\VALES-TROCA.IDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VT-NUMERO
           FILE STATUS IS WS-STATUS-VALE.
       SELECT SEQUENCIA-VALE
           ASSIGN TO '.\SEQUENCIA-VALE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEQ-VALE.
      * uma linha por movimento de vale-troca (emissao, uso como
      * pagamento, reversao do uso no estorno), lida pelo fechamento
      * do caixa.
       SELECT OPTIONAL MOVIMENTOS-VALE
           ASSIGN TO '.\MOVIMENTOS-VALE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01 REG-TAXA-IN.
           05 TAXA-IN PIC V999.

      * classe '00' e reservada aa taxa geral de TAB-TAXA; as demais
      * valem a partir da data de vigencia de cada linha.
       FD TAB-TAXA-CLASSE LABEL RECORDS ARE STANDARD.
       01 REG-TAXA-CLASSE-IN.
           05 TXC-DATA-VIGENCIA-IN PIC 9(8).
           05 TXC-CLASSE-IN PIC XX.
           05 TXC-ALIQUOTA-IN PIC V999.

       FD CATALOGO-PRODUTOS.
       01 REG-PRODUTO-IN.
           05 CODIGO-PRODUTO-IN  PIC X(6).
           05 DESCRICAO-IN       PIC X(20).
      * 'I' = produto desativado pela manutencao do catalogo; espaco
      * ou 'A' (e os registros antigos, mais curtos) = ativo.
           05 STATUS-PRODUTO-IN  PIC X.
           05 FORNECEDOR-PADRAO-IN PIC X(5).
      * classe de taxa do produto; em branco = taxa geral (classe 00).
           05 CLASSE-TAXA-IN PIC XX.
           05 PIC X(42).

       FD CADASTRO-CLIENTES LABEL RECORDS ARE STANDARD.
       01 REG-CLIENTE-IN.
      * limite de credito para vendas a prazo; zero (e os registros
      * antigos, sem o campo) significa cliente sem limite definido.
           05 LIMITE-CREDITO-IN PIC 9(6)V99.
      * 'B' = bloqueado pela manutencao do cadastro de clientes: o
      * cliente segue identificado, mas sem venda a prazo.
           05 STATUS-CLIENTE-IN PIC X.

      * interface com a rotina de cobranca: um registro por venda a
      * prazo, com o cliente, o total da nota e o vencimento.
      * saldo em estoque e ponto de reencomenda por produto, chaveado
      * pelo mesmo CODIGO-PRODUTO do catalogo. alimentado pela rotina
      * de recebimento de mercadoria e baixado aqui a cada nota.
       FD ARQ-ESTOQUE.
       01 REG-ESTOQUE.
           05 EST-CODIGO PIC X(6).
           05 PIC X.
           05 EST-QUANTIDADE PIC 9(7).
           05 PIC X.
           05 EST-PONTO-REENCOMENDA PIC 9(7).
           05 PIC X.
           05 EST-CUSTO-MEDIO PIC 9(5)V9(4).
           05 PIC X(48).

      * mesmo leiaute gravado por ENTRADA-MERCADORIA e
      * INVENTARIO-FISICO e lido pelo relatorio KARDEX-ESTOQUE.
       FD MOVIMENTOS-ESTOQUE LABEL RECORDS ARE STANDARD.
       01 REG-MOVIMENTO.
           05 MOV-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 MOV-HORA PIC 9(6).
           05 PIC X VALUE SPACE.
           05 MOV-CODIGO PIC X(6).
           05 PIC X VALUE SPACE.
      * V=venda E=estorno de nota D=devolucao R=recebimento
      * A=ajuste de inventario
           05 MOV-TIPO PIC X.
           05 PIC X VALUE SPACE.
           05 MOV-DOCUMENTO PIC X(10).
           05 PIC X VALUE SPACE.
           05 MOV-OPERADOR PIC X(5).
           05 PIC X VALUE SPACE.
           05 MOV-CAIXA PIC 99.
           05 PIC X VALUE SPACE.
           05 MOV-QUANTIDADE PIC S9(7) SIGN LEADING SEPARATE.
           05 PIC X VALUE SPACE.
           05 MOV-SALDO PIC 9(7).

      * mesmo leiaute gravado pelo CADASTRO-PROMOCOES
       FD PROMOCOES-ARQ LABEL RECORDS ARE STANDARD.
       01 REG-PROMOCAO-IN.
           05 PRM-CODIGO-IN PIC X(6).
           05 PRM-DESCRICAO-IN PIC X(20).
           05 PRM-PRODUTO-IN PIC X(6).
           05 PRM-PRECO-IN PIC 99V99.
           05 PRM-QTD-MINIMA-IN PIC 9(5).
           05 PRM-DATA-INI-IN PIC 9(8).
           05 PRM-DATA-FIM-IN PIC 9(8).
           05 PRM-STATUS-IN PIC X.

       FD NOTA-ABERTA LABEL RECORDS ARE STANDARD.
       01 REG-NOTA-ABERTA.
      * 'C' = cabecalho da nota, 'I' = item aceito
           05 NA-TIPO PIC X.
           05 PIC X VALUE SPACE.
           05 NA-NR-NOTA PIC 9(6).
           05 PIC X VALUE SPACE.
           05 NA-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 NA-OPERADOR PIC X(5).
           05 PIC X VALUE SPACE.
           05 NA-CLIENTE PIC X(5).
           05 PIC X VALUE SPACE.
           05 NA-VENDA-PRAZO PIC X.
           05 PIC X VALUE SPACE.
           05 NA-CODIGO PIC X(6).
           05 PIC X VALUE SPACE.
           05 NA-DESCRICAO PIC X(20).
           05 PIC X VALUE SPACE.
           05 NA-QUANTIDADE PIC 9(5).
           05 PIC X VALUE SPACE.
           05 NA-PRECO PIC S99V99 SIGN LEADING SEPARATE.
           05 PIC X VALUE SPACE.
           05 NA-TOTAL PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 PIC X VALUE SPACE.
           05 NA-PRECO-MANUAL PIC X.
           05 PIC X VALUE SPACE.
           05 NA-PROMOCAO PIC X(6).

       FD SESSAO-CAIXA LABEL RECORDS ARE STANDARD.
       01 REG-SESSAO-CAIXA.
           05 SES-CAIXA PIC 99.
           05 PIC X VALUE SPACE.
           05 SES-OPERADOR PIC X(5).
           05 PIC X VALUE SPACE.
           05 SES-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 SES-HORA PIC 9(6).

       FD NOTAS-ABANDONADAS LABEL RECORDS ARE STANDARD.
       01 REG-ABANDONO.
      * data e caixa em que a nota foi abandonada
           05 ABD-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 ABD-CAIXA PIC 99.
           05 PIC X VALUE SPACE.
           05 ABD-NR-NOTA PIC 9(6).
           05 PIC X VALUE SPACE.
      * data da nota interrompida e operador que a digitava
           05 ABD-DATA-NOTA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 ABD-OPERADOR-NOTA PIC X(5).
           05 PIC X VALUE SPACE.
      * operador da sessao que abandonou e supervisor que autorizou
           05 ABD-OPERADOR PIC X(5).
           05 PIC X VALUE SPACE.
           05 ABD-SUPERVISOR PIC X(5).
           05 PIC X VALUE SPACE.
           05 ABD-CLIENTE PIC X(5).
           05 PIC X VALUE SPACE.
           05 ABD-QTD-ITENS PIC 99.
           05 PIC X VALUE SPACE.
           05 ABD-VALOR PIC 9(7)V99.

       FD VALES-TROCA.
       01 REG-VALE.
           05 VT-NUMERO PIC 9(6).
           05 PIC X.
           05 VT-DATA-EMISSAO PIC 9(8).
           05 PIC X.
           05 VT-VALIDADE PIC 9(8).
           05 PIC X.
           05 VT-VALOR-EMITIDO PIC 9(7)V99.
           05 PIC X.
           05 VT-SALDO PIC 9(7)V99.
           05 PIC X.
           05 VT-CLIENTE PIC X(5).
           05 PIC X.
      * nota devolvida que originou o vale e o caixa que o emitiu
           05 VT-NR-NOTA PIC 9(6).
           05 PIC X.
           05 VT-CAIXA PIC 99.
           05 PIC X(20).

       FD SEQUENCIA-VALE LABEL RECORDS ARE STANDARD.
       01 REG-SEQ-VALE.
           05 PROXIMO-VALE PIC 9(6).

       FD MOVIMENTOS-VALE LABEL RECORDS ARE STANDARD.
       01 REG-MOV-VALE.
           05 MVV-DATA PIC 9(8).
           05 PIC X VALUE SPACE.
           05 MVV-HORA PIC 9(6).
           05 PIC X VALUE SPACE.
      * E=emissao na devolucao U=uso como pagamento R=reversao do uso
      * pelo estorno da nota
           05 MVV-TIPO PIC X.
           05 PIC X VALUE SPACE.
           05 MVV-NR-VALE PIC 9(6).
           05 PIC X VALUE SPACE.
           05 MVV-VALOR PIC 9(7)V99.
           05 PIC X VALUE SPACE.
           05 MVV-NR-NOTA PIC 9(6).
           05 PIC X VALUE SPACE.
           05 MVV-OPERADOR PIC X(5).
           05 PIC X VALUE SPACE.
           05 MVV-CAIXA PIC 99.
           05 PIC X VALUE SPACE.
           05 MVV-SALDO PIC 9(7)V99.

       FD LOG-TRANSACOES LABEL RECORDS ARE STANDARD.
       01 REG-LOG-OUT.
           05 LOG-FORMA-PAGTO PIC X.
           05 PIC X VALUE SPACE.
           05 LOG-PARCELAS PIC 99.
      * nas linhas de taxa por classe (tipo 'T') a coluna das parcelas
      * leva a classe de taxa.
           05 LOG-CLASSE-TAXA REDEFINES LOG-PARCELAS PIC XX.
           05 PIC X VALUE SPACE.
           05 LOG-OPERADOR PIC X(5).
           05 PIC X VALUE SPACE.
      * campo, pertencem ao caixa 00.
           05 PIC X VALUE SPACE.
           05 LOG-CAIXA PIC 99.
      * codigo da promocao aplicada ao item (em branco fora de
      * promocao e nas linhas de resumo), para o relatorio de
      * resultado das campanhas.
           05 PIC X VALUE SPACE.
           05 LOG-PROMOCAO PIC X(6).
      * vale-troca que pagou parte ou todo o total geral da nota, e o
      * valor assim pago (negativo no estorno; na devolucao creditada
      * em vale, o proprio credito). zero fora das linhas de resumo.
           05 PIC X VALUE SPACE.
           05 LOG-NR-VALE PIC 9(6).
           05 PIC X VALUE SPACE.
           05 LOG-VALOR-VALE PIC Z,ZZZ,ZZ9.99-.
      * tipo de registro: espaco nas linhas de venda (item e resumo
      * de nota); 'F' = fundo de troco e 'S' = sangria, movimentos de
      * gaveta autorizados pelo supervisor, com o valor no total geral
      * e sem numero de nota; 'T' = taxa da nota por classe de taxa,
      * com a base no total, a taxa da classe, a aliquota em percentual
      * no preco e o total geral zerado.
           05 PIC X VALUE SPACE.
           05 LOG-TIPO-REGISTRO PIC X.

      * a mesma largura de colunas gravada por 250-REGISTRAR-LOG e
      * 255-REGISTRAR-LOG-NOTA, lida como texto para que os valores
           05 LOGC-FORMA-PAGTO-X PIC X.
           05 PIC X.
           05 LOGC-PARCELAS-X PIC XX.
           05 LOGC-CLASSE-TAXA-X REDEFINES LOGC-PARCELAS-X PIC XX.
           05 PIC X.
           05 LOGC-OPERADOR-X PIC X(5).
           05 PIC X.
           05 LOGC-ESTORNO-X PIC X.
           05 PIC X.
           05 LOGC-DATA-X PIC X(8).
           05 PIC X.
           05 LOGC-CAIXA-X PIC XX.
           05 PIC X.
           05 LOGC-PROMOCAO-X PIC X(6).
           05 PIC X.
           05 LOGC-NR-VALE-X PIC X(6).
           05 PIC X.
           05 LOGC-VALOR-VALE-X PIC X(13).
           05 PIC X.
           05 LOGC-TIPO-REGISTRO-X PIC X.

      * mesmo leiaute gravado por ROLAGEM-LOG.
       FD NOTAS-ARQUIVADAS LABEL RECORDS ARE STANDARD.
       01 REG-NOTA-ARQUIVADA.
           05 NARQ-NR-NOTA PIC 9(6).
           05 PIC X.
           05 NARQ-DATA PIC 9(8).
           05 PIC X.
           05 NARQ-CAIXA PIC XX.
           05 PIC X.
           05 NARQ-CLIENTE PIC X(5).
           05 PIC X.
           05 NARQ-GERACAO PIC 9(6).
           05 PIC X.
           05 NARQ-ESTORNO PIC X.

       WORKING-STORAGE SECTION.
       01 WS-QUANTIDADE   PIC 99999.
       01 WS-RESPOSTA     PIC X(4) VALUE SPACES.
       01 WS-TAXA-ATUAL   PIC V999 VALUE .080.
       01 WS-STATUS-TAXA  PIC XX.
      * todas as versoes das aliquotas por classe; vale para cada
      * classe a de vigencia mais recente ate a data do movimento.
       01 WS-STATUS-TAXA-CLASSE PIC XX.
       01 WS-FIM-TAXA-CLASSE PIC X VALUE 'N'.
       01 WS-TAB-ALIQUOTAS.
           05 QTD-ALIQUOTAS PIC 999 VALUE 0.
           05 ALIQUOTA-TAB OCCURS 200 TIMES INDEXED BY IX-AL.
               10 AL-DATA-VIGENCIA PIC 9(8).
               10 AL-CLASSE PIC XX.
               10 AL-ALIQUOTA PIC V999.
       01 WS-CLASSE-BUSCA PIC XX VALUE '00'.
       01 WS-ALIQUOTA-CLASSE PIC V999 VALUE 0.
       01 WS-VIGENCIA-ACHADA PIC 9(8) VALUE 0.
       01 WS-CLASSE-PRODUTO PIC XX VALUE '00'.
      * a nota aberta por classe de taxa: subtotal dos itens, base
      * depois do rateio do desconto e taxa da classe.
       01 WS-TAB-CLASSES-NOTA.
           05 QTD-CLASSES-NOTA PIC 99 VALUE 0.
           05 CLASSE-NOTA OCCURS 51 TIMES INDEXED BY IX-CN.
               10 CN-CLASSE PIC XX.
               10 CN-ALIQUOTA PIC V999.
               10 CN-SUBTOTAL PIC S9(7)V99.
               10 CN-BASE PIC S9(7)V99.
               10 CN-TAXA PIC S9(7)V99.
       01 WS-FLAG-CLASSES PIC X VALUE 'N'.
           88 NOTA-COM-CLASSES VALUE 'S'.
       01 WS-VALOR-CLASSE PIC S9(7)V99 VALUE 0.
       01 WS-SOMA-ITENS-CLASSE PIC S9(7)V99 VALUE 0.
       01 WS-DESCONTO-APURACAO PIC S9(7)V99 VALUE 0.
       01 WS-DESCONTO-RESTANTE PIC S9(7)V99 VALUE 0.
       01 WS-DESCONTO-RATEADO PIC S9(7)V99 VALUE 0.
      * nota, cliente e marca das linhas de taxa por classe gravadas
       01 WS-NOTA-CLASSE PIC 9(6) VALUE 0.
       01 WS-CLIENTE-CLASSE PIC X(5) VALUE SPACES.
       01 WS-MARCA-CLASSE PIC X VALUE SPACE.
       01 WS-TOTAL-SESSAO PIC S9(9)V99 VALUE 0.
       01 WS-DADOS-VALIDOS PIC X VALUE 'N'.
           88 DADOS-VALIDOS   VALUE 'S'.
           88 SEM-MAIS-ITENS VALUE 'N'.
       01 WS-RESPOSTA-ITEM PIC X VALUE 'S'.
       01 WS-STATUS-CATALOGO PIC XX.
       01 WS-CODIGO-PRODUTO PIC X(6) VALUE SPACES.
       01 WS-DESCRICAO-PRODUTO PIC X(20) VALUE SPACES.
       01 WS-PRECO-CATALOGO PIC 99V99 VALUE 0.
      * espaco = preco do catalogo, 'M' = preco digitado pelo
      * operador, 'P' = preco de promocao vigente
       01 WS-PRECO-MANUAL PIC X VALUE SPACE.
      * preco de tabela do catalogo, antes de qualquer promocao
       01 WS-PRECO-TABELA PIC 99V99 VALUE 0.
      * promocoes vigentes na data do movimento, carregadas por
      * 165-LER-PROMOCOES; WS-PROMOCAO e a promocao aplicada ao item
      * corrente e WS-QTD-PROMO a quantidade contra a qual as faixas
      * de quantidade minima sao comparadas.
       01 WS-STATUS-PROMOCOES PIC XX.
       01 WS-FIM-PROMOCOES PIC X VALUE 'N'.
       01 WS-PROMOCAO PIC X(6) VALUE SPACES.
       01 WS-QTD-PROMO PIC 9(5) VALUE 0.
       01 WS-QTD-PROMOCOES PIC 999 VALUE 0.
       01 WS-TAB-PROMOCOES.
           05 PROMOCAO-TAB OCCURS 200 TIMES INDEXED BY IX-PRM.
               10 PRM-CODIGO-TAB PIC X(6).
               10 PRM-PRODUTO-TAB PIC X(6).
               10 PRM-PRECO-TAB PIC 99V99.
               10 PRM-QTD-MINIMA-TAB PIC 9(5).
       01 WS-FLAG-PRODUTO PIC X VALUE 'N'.
           88 PRODUTO-ENCONTRADO VALUE 'S'.
       01 WS-STATUS-CLIENTES PIC XX.
       01 WS-FIM-CLIENTES PIC X VALUE 'N'.
       01 WS-CODIGO-CLIENTE PIC X(5) VALUE SPACES.
               10 NOME-CLIENTE-TAB   PIC X(20).
               10 LIMITE-CREDITO-TAB PIC 9(6)V99.
               10 SALDO-ABERTO-TAB   PIC S9(9)V99.
               10 STATUS-CLIENTE-TAB PIC X.
      * limite e saldo em aberto do cliente da nota corrente, postos
      * de lado por 203-PROCURAR-CLIENTE para a checagem do limite.
       01 WS-LIMITE-CLIENTE PIC 9(6)V99 VALUE 0.
       01 WS-SALDO-CLIENTE-ABERTO PIC S9(9)V99 VALUE 0.
       01 WS-STATUS-CLIENTE PIC X VALUE SPACE.
           88 CLIENTE-BLOQUEADO VALUE 'B'.
       01 WS-SALDO-PROJETADO PIC S9(9)V99 VALUE 0.
       01 WS-STATUS-RECEBER PIC XX.
       01 WS-STATUS-BAIXAS PIC XX.
      * toda linha do log para o fechamento por caixa.
       01 WS-NR-CAIXA PIC 99 VALUE 1.
       01 WS-NR-CAIXA-ENV PIC X(2).
      * diario da nota em andamento deste caixa e os dados da nota
      * interrompida encontrada nele na abertura da sessao.
       01 WS-ARQ-NOTA-ABERTA.
           05 PIC X(14) VALUE '.\NOTA-ABERTA-'.
           05 WS-ARQ-NOTA-CAIXA PIC 99 VALUE 1.
           05 PIC X(4) VALUE '.TXT'.
       01 WS-STATUS-NOTA-ABERTA PIC XX.
       01 WS-ARQ-SESSAO-CAIXA.
           05 PIC X(15) VALUE '.\SESSAO-CAIXA-'.
           05 WS-ARQ-SESSAO-NR PIC 99 VALUE 1.
           05 PIC X(4) VALUE '.TXT'.
       01 WS-STATUS-SESSAO PIC XX.
       01 WS-FIM-NOTA-ABERTA PIC X VALUE 'N'.
       01 WS-REC-NR-NOTA PIC 9(6) VALUE 0.
       01 WS-REC-DATA PIC 9(8) VALUE 0.
       01 WS-REC-OPERADOR PIC X(5) VALUE SPACES.
       01 WS-REC-CLIENTE PIC X(5) VALUE SPACES.
       01 WS-REC-VENDA-PRAZO PIC X VALUE 'N'.
      * a mesma nota como aparece nas colunas de texto do log
       01 WS-REC-CHAVE-LOG.
           05 WS-REC-NOTA-LOG PIC 9(6).
           05 WS-REC-DATA-LOG PIC 9(8).
           05 WS-REC-CAIXA-LOG PIC 99.
       01 WS-REC-CHAVE-LOG-X REDEFINES WS-REC-CHAVE-LOG.
           05 WS-REC-NOTA-X PIC X(6).
           05 WS-REC-DATA-X PIC X(8).
           05 WS-REC-CAIXA-X PIC XX.
      * itens da nota interrompida que chegaram a ser gravados no log
      * antes da queda; os demais so existem no diario.
       01 WS-QTD-ITENS-LOGADOS PIC 99 VALUE 0.
       01 WS-IX-RELOGAR PIC 99 VALUE 0.
       01 WS-NR-NOTA-SEQ PIC 9(6) VALUE 0.
       01 WS-RESPOSTA-REC PIC X VALUE SPACE.
       01 WS-FLAG-REC-RESOLVIDA PIC X VALUE 'N'.
           88 NOTA-REC-RESOLVIDA VALUE 'S'.
       01 WS-STATUS-SEQUENCIA PIC XX.
       01 WS-STATUS-DESCONTO PIC XX.
       01 WS-TIPO-DESCONTO PIC X VALUE 'N'.
      * espaco na gravacao normal; 'E' quando a gravacao e o estorno
      * que anula o registro original na interface.
       01 WS-MARCA-ESTORNO PIC X VALUE SPACE.
      * forma de pagamento da nota: D=dinheiro, C=cartao, P=parcelado,
      * V=vale-troca (quando o vale cobre o total geral inteiro)
       01 WS-FORMA-PAGTO PIC X VALUE 'D'.
       01 WS-FLAG-PAGTO-OK PIC X VALUE 'N'.
           88 PAGTO-OK VALUE 'S'.
       01 WS-IX-PARC PIC 99 VALUE 0.
       01 WS-VALOR-PARCELA PIC 9(8)V99 VALUE 0.
       01 WS-VALOR-ULT-PARCELA PIC 9(8)V99 VALUE 0.
      * vale-troca usado na nota: o valor abatido do total geral e o
      * que resta a pagar na forma escolhida (e o que vai ao
      * recebivel e as parcelas).
       01 WS-STATUS-VALE PIC XX.
       01 WS-STATUS-SEQ-VALE PIC XX.
       01 WS-FLAG-CONTROLE-VALE PIC X VALUE 'N'.
           88 CONTROLE-VALE-LIGADO VALUE 'S'.
       01 WS-FLAG-VALE-OK PIC X VALUE 'N'.
           88 VALE-VALIDO VALUE 'S'.
       01 WS-NR-VALE PIC 9(6) VALUE 0.
       01 WS-NR-VALE-DIG PIC 9(6) VALUE 0.
       01 WS-VALOR-VALE PIC S9(7)V99 VALUE 0.
       01 WS-VALOR-A-PAGAR PIC S9(8)V99 VALUE 0.
      * vale emitido na devolucao, valido por WS-DIAS-VALIDADE-VALE
      * dias a contar da emissao.
       01 WS-DIAS-VALIDADE-VALE PIC 999 VALUE 90.
       01 WS-NR-VALE-EMITIDO PIC 9(6) VALUE 0.
       01 WS-RESPOSTA-VALE PIC X VALUE SPACE.
       01 WS-MOV-VALE-TIPO PIC X VALUE SPACE.
       01 WS-MOV-VALE-VALOR PIC 9(7)V99 VALUE 0.
       01 WS-MOV-VALE-NOTA PIC 9(6) VALUE 0.
      * movimento de gaveta (F=fundo de troco, S=sangria) e valor
       01 WS-TIPO-MOV-CAIXA PIC X VALUE SPACE.
       01 WS-VALOR-MOV-CAIXA PIC 9(7)V99 VALUE 0.
       01 WS-NR-NOTA PIC 9(6) VALUE 1.
       01 WS-DATA-NOTA.
           05 WS-ANO-NOTA PIC 9(4).
               10 ITEM-QUANTIDADE PIC 9(5).
               10 ITEM-PRECO      PIC S99V99.
               10 ITEM-TOTAL      PIC S9(7)V99.
               10 ITEM-PROMOCAO   PIC X(6).
               10 ITEM-PRECO-MANUAL PIC X.

      * modo devolucao: a nota anterior recuperada do log, com a
      * quantidade ainda disponivel de cada item (vendida menos ja
      * devolvida) e a quantidade que o cliente esta devolvendo.
       01 WS-STATUS-LOG-CONS PIC XX.
       01 WS-FIM-LOG-CONS PIC X VALUE 'N'.
       01 WS-ARQ-LOG-CONSULTA PIC X(30) VALUE '.\LOG-TRANSACOES.TXT'.
       01 WS-ARQ-GERACAO-CONS.
           05 PIC X(17) VALUE '.\LOG-TRANSACOES-'.
           05 WS-ARQ-GERACAO-MES PIC 9(6) VALUE 0.
           05 PIC X(4) VALUE '.TXT'.
       01 WS-STATUS-NOTAS-ARQ PIC XX.
       01 WS-FIM-NOTAS-ARQ PIC X VALUE 'N'.
      * geracoes do arquivo do log em que a nota devolvida tem
      * resumo (a venda e as devolucoes ja arquivadas).
       01 WS-TAB-GERACOES-DEV.
           05 QTD-GERACOES-DEV PIC 99 VALUE 0.
           05 GERACAO-DEV OCCURS 24 TIMES INDEXED BY IX-GV.
               10 GV-GERACAO PIC 9(6).
       01 WS-NR-NOTA-DEV PIC 9(6) VALUE 0.
       01 WS-NOTA-DEV-X PIC X(6).
       01 WS-FLAG-NOTA-DEV PIC X VALUE 'N'.
               10 DEV-PRECO PIC S99V99.
               10 DEV-DISPONIVEL PIC S9(5).
               10 DEV-QTD-DEVOLVER PIC 9(5).
               10 DEV-PROMOCAO PIC X(6).
               10 DEV-CLASSE PIC XX.
      * aliquota efetiva de cada classe na nota original, tirada das
      * suas linhas de taxa por classe (notas antigas nao as tem).
       01 WS-TAB-CLASSES-DEV.
           05 QTD-CLASSES-DEV PIC 99 VALUE 0.
           05 CLASSE-DEV OCCURS 51 TIMES INDEXED BY IX-CD.
               10 CD-CLASSE PIC XX.
               10 CD-ALIQUOTA PIC V999.
       01 WS-DEV-QTD-LIDA PIC S9(5) VALUE 0.
       01 WS-DEV-PRECO-LIDO PIC S99V99 VALUE 0.
       01 WS-DEV-SUBTOTAL-LIDO PIC S9(7)V99 VALUE 0.
           05 NC-NR-NOTA PIC 9(6).
           05 PIC X(10) VALUE ' CLIENTE: '.
           05 NC-CLIENTE PIC X(5).
       01 NC-LINHA-VALE.
           05 PIC X(15) VALUE 'VALE-TROCA Nr: '.
           05 NC-NR-VALE PIC 9(6).
           05 PIC X(14) VALUE ' VALIDO ATE:  '.
           05 NC-DIA-VALIDADE PIC 99.
           05 PIC X VALUE '/'.
           05 NC-MES-VALIDADE PIC 99.
           05 PIC X VALUE '/'.
           05 NC-ANO-VALIDADE PIC 9999.

      * linhas da via impressa da nota
       01 NF-LINHA-SEPARADORA.
           05 NF-PRECO PIC Z9.99-.
           05 PIC X VALUE SPACE.
           05 NF-TOTAL PIC Z,ZZZ,ZZ9.99-.
           05 PIC X VALUE SPACE.
           05 NF-MARCA-PROMO PIC X(5).
       01 NF-LINHA-TOTAL.
           05 NF-ROTULO PIC X(18).
           05 NF-VALOR PIC ZZ,ZZZ,ZZ9.99-.
           05 CN-ANO PIC 9999.
           05 PIC X(8) VALUE ' VALOR: '.
           05 CN-VALOR PIC Z,ZZZ,ZZ9.99.

      * com ESTOQUE.IDX ausente na abertura da sessao o controle de
      * estoque fica desligado e a venda segue como antes.
       01 WS-STATUS-ESTOQUE PIC XX.
       01 WS-FLAG-CONTROLE-ESTOQUE PIC X VALUE 'N'.
           88 CONTROLE-ESTOQUE-LIGADO VALUE 'S'.
       01 WS-SALDO-ESTOQUE PIC S9(7) VALUE 0.
      * movimento a aplicar em um produto por 189-MOVIMENTAR-ESTOQUE:
      * quantidade negativa baixa, positiva repoe.
       01 WS-MOV-CODIGO PIC X(6) VALUE SPACES.
       01 WS-MOV-QUANTIDADE PIC S9(7) VALUE 0.
      * tipo e documento do movimento, levados ao kardex.
       01 WS-MOV-TIPO PIC X VALUE SPACE.
       01 WS-MOV-DOCUMENTO PIC X(10) VALUE SPACES.
       01 WS-FLAG-ESTOQUE-OK PIC X VALUE 'S'.
           88 ESTOQUE-SUFICIENTE VALUE 'S'.

           05 LINE 22 COLUMN 1
              VALUE 'VENDA A PRAZO RECUSADA PELO LIMITE DE CREDITO   '
              HIGHLIGHT BLINK.
       01 CALC4-TELA-CLIENTE-BLOQUEADO.
           05 LINE 22 COLUMN 1
              VALUE 'CLIENTE BLOQUEADO - VENDA A PRAZO RECUSADA      '
              HIGHLIGHT BLINK.
       01 CALC4-TELA-MODO.
           05 LINE 20 COLUMN 1 VALUE
               'Tipo (V=venda, O=orcam., R=recup. orc., D=devolucao,'
               BLANK LINE.
           05 LINE 20 COLUMN 53 VALUE ' F=fundo, S=sangria): '.
       01 CALC4-TELA-VALOR-FUNDO.
           05 LINE 20 COLUMN 1 VALUE
               'Valor do fundo de troco: ' BLANK LINE.
           05 LINE 20 COLUMN 26 PIC Z,ZZZ,ZZ9.99 TO WS-VALOR-MOV-CAIXA
               REVERSE-VIDEO REQUIRED.
       01 CALC4-TELA-VALOR-SANGRIA.
           05 LINE 20 COLUMN 1 VALUE
               'Valor da sangria: ' BLANK LINE.
           05 LINE 20 COLUMN 19 PIC Z,ZZZ,ZZ9.99 TO WS-VALOR-MOV-CAIXA
               REVERSE-VIDEO REQUIRED.
       01 CALC4-TELA-SUP-GAVETA.
           05 LINE 22 COLUMN 1 VALUE
               'FUNDO/SANGRIA - CODIGO DO SUPERVISOR: '
               HIGHLIGHT BLANK LINE.
           05 LINE 22 COLUMN 39 PIC X(5) TO WS-CODIGO-SUP-DIG
               SECURE REVERSE-VIDEO.
       01 CALC4-TELA-ERRO-GAVETA.
           05 LINE 22 COLUMN 1
              VALUE 'CODIGO DE SUPERVISOR INVALIDO, NADA REGISTRADO  '
              HIGHLIGHT BLINK.
       01 CALC4-TELA-GAVETA-ZERO.
           05 LINE 22 COLUMN 1
              VALUE 'VALOR DEVE SER MAIOR QUE ZERO                   '
              HIGHLIGHT BLINK.
       01 CALC4-TELA-GAVETA-OK.
           05 LINE 22 COLUMN 1
              VALUE 'MOVIMENTO DE GAVETA REGISTRADO                  '
              HIGHLIGHT.
       01 CALC4-TELA-NR-ORC.
           05 LINE 20 COLUMN 1 VALUE
               'Numero do orcamento: ' BLANK LINE.
           05 LINE 14 COLUMN 10
              VALUE 'OPERADOR OU SENHA INVALIDOS         '
              HIGHLIGHT BLINK.
       01 CALC4-TELA-NOTA-ABERTA.
           05 BLANK SCREEN.
           05 LINE 8 COLUMN 10 VALUE 'NOTA INTERROMPIDA NESTE CAIXA: '
               HIGHLIGHT.
           05 LINE 8 COLUMN 41 PIC 9(6) FROM WS-REC-NR-NOTA
               REVERSE-VIDEO.
           05 LINE 10 COLUMN 10 VALUE 'DATA:     '.
           05 LINE 10 COLUMN 21 PIC 9(8) FROM WS-REC-DATA.
           05 LINE 11 COLUMN 10 VALUE 'OPERADOR: '.
           05 LINE 11 COLUMN 21 PIC X(5) FROM WS-REC-OPERADOR.
           05 LINE 12 COLUMN 10 VALUE 'CLIENTE:  '.
           05 LINE 12 COLUMN 21 PIC X(5) FROM WS-REC-CLIENTE.
           05 LINE 13 COLUMN 10 VALUE 'ITENS:    '.
           05 LINE 13 COLUMN 21 PIC Z9 FROM WS-QTD-ITENS-NOTA.
           05 LINE 14 COLUMN 10 VALUE 'SUBTOTAL: '.
           05 LINE 14 COLUMN 21 PIC ZZ,ZZZ,ZZ9.99-
               FROM WS-SUBTOTAL-NOTA.
           05 LINE 20 COLUMN 1 VALUE
               'F=finalizar a nota, A=abandonar (supervisor): '
               BLANK LINE.
       01 CALC4-TELA-SUP-ABANDONO.
           05 LINE 22 COLUMN 1 VALUE
               'ABANDONO DE NOTA - CODIGO DO SUPERVISOR: '
               HIGHLIGHT BLANK LINE.
           05 LINE 22 COLUMN 42 PIC X(5) TO WS-CODIGO-SUP-DIG
               SECURE REVERSE-VIDEO.
       01 CALC4-TELA-ERRO-ABANDONO.
           05 LINE 22 COLUMN 1
              VALUE 'CODIGO DE SUPERVISOR INVALIDO, ABANDONO RECUSADO'
              HIGHLIGHT BLINK.
       01 CALC4-TELA-SUP-ESTORNO.
           05 LINE 22 COLUMN 1 VALUE
               'ESTORNO DE NOTA - CODIGO DO SUPERVISOR: '
           05 LINE 22 COLUMN 1
              VALUE 'DEVOLUCAO REGISTRADA, NOTA DE CREDITO EMITIDA   '
              HIGHLIGHT.
       01 CALC4-TELA-DEV-VALE.
           05 LINE 22 COLUMN 1
              VALUE 'DEVOLUCAO REGISTRADA, VALE-TROCA EMITIDO: '
              HIGHLIGHT BLANK LINE.
           05 LINE 22 COLUMN 43 PIC 9(6) FROM WS-NR-VALE-EMITIDO
               REVERSE-VIDEO.
       01 CALC4-TELA-PERGUNTA-VALE.
           05 LINE 20 COLUMN 1 VALUE
               'Credito em vale-troca? (S/N): ' BLANK LINE.
       01 CALC4-TELA-DEV-VAZIA.
           05 LINE 22 COLUMN 1
              VALUE 'NENHUM ITEM DEVOLVIDO, NADA REGISTRADO          '
              HIGHLIGHT.
       01 CALC4-TELA-PERGUNTA-PAGTO.
           05 LINE 20 COLUMN 1 VALUE
               'Pagamento (D=dinheiro, C=cartao, P=parcelado, V=vale): '
               BLANK LINE.
       01 CALC4-TELA-NR-VALE.
           05 LINE 20 COLUMN 1 VALUE
               'Numero do vale-troca: ' BLANK LINE.
           05 LINE 20 COLUMN 23 PIC 9(6) TO WS-NR-VALE-DIG
               REVERSE-VIDEO REQUIRED.
       01 CALC4-TELA-ERRO-VALE.
           05 LINE 22 COLUMN 1
              VALUE 'VALE-TROCA NAO ENCONTRADO                       '
              HIGHLIGHT BLINK.
       01 CALC4-TELA-VALE-UTILIZADO.
           05 LINE 22 COLUMN 1
              VALUE 'VALE-TROCA JA UTILIZADO, SEM SALDO              '
              HIGHLIGHT BLINK.
       01 CALC4-TELA-VALE-VENCIDO.
           05 LINE 22 COLUMN 1
              VALUE 'VALE-TROCA VENCIDO                              '
              HIGHLIGHT BLINK.
       01 CALC4-TELA-VALE-REPETIDO.
           05 LINE 22 COLUMN 1
              VALUE 'JA HA UM VALE-TROCA NESTA NOTA                  '
              HIGHLIGHT BLINK.
       01 CALC4-TELA-VALE-ABATIDO.
           05 LINE 22 COLUMN 1 VALUE
               'VALE ABATIDO - RESTA A PAGAR: '
               HIGHLIGHT BLANK LINE.
           05 LINE 22 COLUMN 31 PIC ZZ,ZZZ,ZZ9.99- FROM WS-VALOR-A-PAGAR
               REVERSE-VIDEO.
       01 CALC4-TELA-PARCELAS.
           05 LINE 20 COLUMN 1 VALUE
               'Numero de parcelas (2 a 12): ' BLANK LINE.
       01 CALC4-TELA-DESCRICAO.
           05 LINE 6 COLUMN 20 PIC X(20) FROM WS-DESCRICAO-PRODUTO
               REVERSE-VIDEO.
           05 LINE 6 COLUMN 42 PIC X(6) FROM WS-PROMOCAO
               HIGHLIGHT.
       01 CALC4-TELA-ERRO-PRODUTO.
           05 LINE 22 COLUMN 1
              VALUE 'PRODUTO NAO CADASTRADO NO CATALOGO           '
                   AND FUNCTION TRIM(WS-NR-CAIXA-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-NR-CAIXA-ENV) TO WS-NR-CAIXA
           END-IF
           MOVE WS-NR-CAIXA TO WS-ARQ-NOTA-CAIXA
           MOVE WS-NR-CAIXA TO WS-ARQ-SESSAO-NR
           PERFORM 150-LER-TAXA
           PERFORM 160-LER-CATALOGO
           PERFORM 165-LER-PROMOCOES
           PERFORM 170-LER-CLIENTES
           PERFORM 180-LER-SEQUENCIA
           PERFORM 186-LER-SEQUENCIA-ORC
           PERFORM 190-LER-PARAM-DESCONTO
           PERFORM 195-LER-ESTOQUE
           PERFORM 196-ABRIR-VALES
           OPEN EXTEND LOG-TRANSACOES
           OPEN EXTEND CONTAS-RECEBER
           OPEN EXTEND NOTA-FISCAL
           OPEN EXTEND ARQ-PARCELAS
           OPEN EXTEND ARQ-CARNES
           PERFORM 110-IDENTIFICAR-OPERADOR
           PERFORM 127-ABRIR-SESSAO-CAIXA
           PERFORM 130-VERIFICAR-NOTA-ABERTA
           DISPLAY CALC4-TELA-ETIQUETA
           PERFORM 200-PROCESSAR-NOTA
                   UNTIL WS-RESPOSTA = 'SAIR' OR 'sair'
                   END-IF
           END-SEARCH.

      *****************************************************************
      * marca o caixa como aberto, com o operador da sessao, ate o
      * encerramento em 300-FIM-PROGRAMA.
      *****************************************************************
       127-ABRIR-SESSAO-CAIXA.
           OPEN OUTPUT SESSAO-CAIXA
           MOVE SPACES TO REG-SESSAO-CAIXA
           MOVE WS-NR-CAIXA TO SES-CAIXA
           MOVE WS-OPERADOR TO SES-OPERADOR
           MOVE WS-DATA-LOG TO SES-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO SES-HORA
           WRITE REG-SESSAO-CAIXA
           CLOSE SESSAO-CAIXA.

      *****************************************************************
      * valida o codigo digitado em uma autorizacao de supervisor:
      * com o cadastro de operadores presente, vale qualquer operador
               END-IF
           END-IF.

      *****************************************************************
      * recuperacao da nota interrompida: com itens no diario deste
      * caixa, a sessao so comeca depois que o operador finaliza a
      * nota ou a abandona com o aval do supervisor. um diario sem
      * itens (nota que caiu antes do primeiro item) e so esvaziado.
      *****************************************************************
       130-VERIFICAR-NOTA-ABERTA.
           MOVE 0 TO WS-QTD-ITENS-NOTA
           MOVE 0 TO WS-SUBTOTAL-NOTA
           MOVE 0 TO WS-REC-NR-NOTA
           MOVE 'N' TO WS-FIM-NOTA-ABERTA
           OPEN INPUT NOTA-ABERTA
           IF WS-STATUS-NOTA-ABERTA = '00'
               PERFORM 131-LER-DIARIO-NOTA
                   UNTIL WS-FIM-NOTA-ABERTA = 'S'
               CLOSE NOTA-ABERTA
           END-IF
           IF WS-QTD-ITENS-NOTA = 0
               PERFORM 238-LIMPAR-DIARIO-NOTA
           ELSE
               MOVE WS-NR-NOTA TO WS-NR-NOTA-SEQ
               PERFORM 132-CONTAR-ITENS-LOGADOS
               MOVE 'N' TO WS-FLAG-REC-RESOLVIDA
               PERFORM 134-ESCOLHER-DESTINO-NOTA
                   UNTIL NOTA-REC-RESOLVIDA
               MOVE 0 TO WS-QTD-ITENS-NOTA
               MOVE 0 TO WS-SUBTOTAL-NOTA
           END-IF.

       131-LER-DIARIO-NOTA.
           READ NOTA-ABERTA
               AT END
                   MOVE 'S' TO WS-FIM-NOTA-ABERTA
               NOT AT END
                   IF NA-TIPO = 'C'
                       MOVE NA-NR-NOTA TO WS-REC-NR-NOTA
                       MOVE NA-DATA TO WS-REC-DATA
                       MOVE NA-OPERADOR TO WS-REC-OPERADOR
                       MOVE NA-CLIENTE TO WS-REC-CLIENTE
                       MOVE NA-VENDA-PRAZO TO WS-REC-VENDA-PRAZO
                   END-IF
                   IF NA-TIPO = 'I' AND WS-QTD-ITENS-NOTA < 50
                       ADD 1 TO WS-QTD-ITENS-NOTA
                       SET IX-IT TO WS-QTD-ITENS-NOTA
                       MOVE NA-CODIGO TO ITEM-CODIGO(IX-IT)
                       MOVE NA-DESCRICAO TO ITEM-DESCRICAO(IX-IT)
                       MOVE NA-QUANTIDADE TO ITEM-QUANTIDADE(IX-IT)
                       MOVE NA-PRECO TO ITEM-PRECO(IX-IT)
                       MOVE NA-TOTAL TO ITEM-TOTAL(IX-IT)
                       MOVE NA-PROMOCAO TO ITEM-PROMOCAO(IX-IT)
                       MOVE NA-PRECO-MANUAL
                           TO ITEM-PRECO-MANUAL(IX-IT)
                       ADD NA-TOTAL TO WS-SUBTOTAL-NOTA
                   END-IF
           END-READ.

      *****************************************************************
      * o log fica aberto em EXTEND durante a sessao, entao as ultimas
      * linhas de item da nota podem nao ter chegado ao disco antes
      * da queda: conta quantas linhas de item desta nota, deste
      * caixa e desta data estao de fato no log. como log e diario
      * recebem os itens na mesma ordem, sao os primeiros do diario.
      *****************************************************************
       132-CONTAR-ITENS-LOGADOS.
           MOVE 0 TO WS-QTD-ITENS-LOGADOS
           MOVE WS-REC-NR-NOTA TO WS-REC-NOTA-LOG
           MOVE WS-REC-DATA TO WS-REC-DATA-LOG
           MOVE WS-NR-CAIXA TO WS-REC-CAIXA-LOG
           MOVE 'N' TO WS-FIM-LOG-CONS
           OPEN INPUT LOG-CONSULTA
           IF WS-STATUS-LOG-CONS = '00'
               PERFORM 133-LER-LINHA-LOG-REC
                   UNTIL WS-FIM-LOG-CONS = 'S'
               CLOSE LOG-CONSULTA
           END-IF
           IF WS-QTD-ITENS-LOGADOS > WS-QTD-ITENS-NOTA
               MOVE WS-QTD-ITENS-NOTA TO WS-QTD-ITENS-LOGADOS
           END-IF.

       133-LER-LINHA-LOG-REC.
           READ LOG-CONSULTA
               AT END
                   MOVE 'S' TO WS-FIM-LOG-CONS
               NOT AT END
                   IF LOGC-NR-NOTA-X = WS-REC-NOTA-X
                           AND LOGC-DATA-X = WS-REC-DATA-X
                           AND LOGC-CAIXA-X = WS-REC-CAIXA-X
                           AND LOGC-CODIGO-PRODUTO-X NOT = SPACES
                           AND LOGC-ESTORNO-X NOT = 'E'
                       ADD 1 TO WS-QTD-ITENS-LOGADOS
                   END-IF
           END-READ.

       134-ESCOLHER-DESTINO-NOTA.
           DISPLAY CALC4-TELA-NOTA-ABERTA
           MOVE SPACE TO WS-RESPOSTA-REC
           ACCEPT WS-RESPOSTA-REC
               LINE 20 COLUMN 48
           EVALUATE WS-RESPOSTA-REC
               WHEN 'F'
               WHEN 'f'
                   SET NOTA-REC-RESOLVIDA TO TRUE
                   PERFORM 135-RETOMAR-NOTA
               WHEN 'A'
               WHEN 'a'
                   PERFORM 137-ABANDONAR-NOTA
           END-EVALUATE.

      *****************************************************************
      * retoma a nota no ponto da queda: mesmo numero e mesmo
      * cliente, os itens do diario que nao chegaram ao log sao
      * gravados agora, e a digitacao segue pelo caminho normal da
      * venda ate o fechamento.
      *****************************************************************
       135-RETOMAR-NOTA.
           MOVE WS-REC-NR-NOTA TO WS-NR-NOTA
           MOVE SPACES TO WS-NOME-CLIENTE
           MOVE 'N' TO WS-FLAG-CLIENTE-OK
           MOVE 0 TO WS-LIMITE-CLIENTE
           MOVE 0 TO WS-SALDO-CLIENTE-ABERTO
           MOVE SPACE TO WS-STATUS-CLIENTE
           MOVE WS-REC-CLIENTE TO WS-CODIGO-CLIENTE
           IF WS-CODIGO-CLIENTE NOT = SPACES
               PERFORM 203-PROCURAR-CLIENTE
           END-IF
           MOVE WS-REC-VENDA-PRAZO TO WS-FLAG-VENDA-PRAZO
           COMPUTE WS-IX-RELOGAR = WS-QTD-ITENS-LOGADOS + 1
           PERFORM 136-RELOGAR-ITEM
               VARYING IX-IT FROM WS-IX-RELOGAR BY 1
               UNTIL IX-IT > WS-QTD-ITENS-NOTA
           DISPLAY CALC4-TELA-ETIQUETA
           DISPLAY CALC4-TELA-NR-NOTA
           DISPLAY CALC4-TELA-ITEM
           ACCEPT WS-RESPOSTA-ITEM
               LINE 20 COLUMN 32
           IF WS-RESPOSTA-ITEM = 'N' OR 'n'
               SET SEM-MAIS-ITENS TO TRUE
           ELSE
               SET MAIS-ITENS TO TRUE
           END-IF
           PERFORM 205-ACEITAR-ITEM UNTIL SEM-MAIS-ITENS
           PERFORM 199-FECHAR-NOTA
           PERFORM 139-MANTER-SEQUENCIA.

       136-RELOGAR-ITEM.
           MOVE ITEM-CODIGO(IX-IT) TO WS-CODIGO-PRODUTO
           MOVE ITEM-QUANTIDADE(IX-IT) TO WS-QUANTIDADE
           MOVE ITEM-PRECO(IX-IT) TO WS-PRECO
           MOVE ITEM-TOTAL(IX-IT) TO WS-TOTAL
           MOVE ITEM-PRECO-MANUAL(IX-IT) TO WS-PRECO-MANUAL
           MOVE ITEM-PROMOCAO(IX-IT) TO WS-PROMOCAO
           PERFORM 250-REGISTRAR-LOG.

      *****************************************************************
      * abandono formal, so com o aval do supervisor: os itens que
      * chegaram ao log sao revertidos com linhas 'E' (o fechamento
      * do dia continua batendo), o abandono e registrado para a
      * prevencao de perdas e o numero da nota nao e reaproveitado.
      *****************************************************************
       137-ABANDONAR-NOTA.
           MOVE SPACES TO WS-CODIGO-SUP-DIG
           ACCEPT CALC4-TELA-SUP-ABANDONO
           PERFORM 129-VALIDAR-SUPERVISOR
           IF NOT SUPERVISOR-OK
               DISPLAY CALC4-TELA-ERRO-ABANDONO
           ELSE
               SET NOTA-REC-RESOLVIDA TO TRUE
               MOVE WS-REC-NR-NOTA TO WS-NR-NOTA
               MOVE WS-REC-CLIENTE TO WS-CODIGO-CLIENTE
               PERFORM 281-REVERTER-ITEM
                   VARYING IX-IT FROM 1 BY 1
                   UNTIL IX-IT > WS-QTD-ITENS-LOGADOS
               PERFORM 138-GRAVAR-ABANDONO
               PERFORM 238-LIMPAR-DIARIO-NOTA
               PERFORM 185-AVANCAR-SEQUENCIA
               PERFORM 139-MANTER-SEQUENCIA
               MOVE SPACES TO WS-CODIGO-CLIENTE
           END-IF.

       138-GRAVAR-ABANDONO.
           OPEN EXTEND NOTAS-ABANDONADAS
           MOVE SPACES TO REG-ABANDONO
           MOVE WS-DATA-LOG TO ABD-DATA
           MOVE WS-NR-CAIXA TO ABD-CAIXA
           MOVE WS-REC-NR-NOTA TO ABD-NR-NOTA
           MOVE WS-REC-DATA TO ABD-DATA-NOTA
           MOVE WS-REC-OPERADOR TO ABD-OPERADOR-NOTA
           MOVE WS-OPERADOR TO ABD-OPERADOR
           MOVE WS-CODIGO-SUP-DIG TO ABD-SUPERVISOR
           MOVE WS-REC-CLIENTE TO ABD-CLIENTE
           MOVE WS-QTD-ITENS-NOTA TO ABD-QTD-ITENS
           MOVE WS-SUBTOTAL-NOTA TO ABD-VALOR
           WRITE REG-ABANDONO
           CLOSE NOTAS-ABANDONADAS.

      *****************************************************************
      * a sequencia nunca recua: se outro caixa ja tinha avancado a
      * numeracao alem da nota interrompida, volta a valer o numero
      * que estava na sequencia.
      *****************************************************************
       139-MANTER-SEQUENCIA.
           IF WS-NR-NOTA-SEQ > WS-NR-NOTA
               COMPUTE WS-NR-NOTA = WS-NR-NOTA-SEQ - 1
               PERFORM 185-AVANCAR-SEQUENCIA
           END-IF.

      *****************************************************************
      * le a taxa de imposto vigente em TAB-TAXA.TXT. caso o arquivo
      * nao exista ou esteja vazio mantem a taxa-padrao ja assumida
                       MOVE TAXA-IN TO WS-TAXA-ATUAL
               END-READ
               CLOSE TAB-TAXA
           END-IF
           OPEN INPUT TAB-TAXA-CLASSE
           IF WS-STATUS-TAXA-CLASSE = '00'
               PERFORM 152-CARREGAR-TAXA-CLASSE
                   UNTIL WS-FIM-TAXA-CLASSE = 'S'
               CLOSE TAB-TAXA-CLASSE
           END-IF.

       152-CARREGAR-TAXA-CLASSE.
           READ TAB-TAXA-CLASSE
               AT END
                   MOVE 'S' TO WS-FIM-TAXA-CLASSE
               NOT AT END
                   IF QTD-ALIQUOTAS < 200
                           AND TXC-CLASSE-IN NOT = SPACES
                           AND TXC-CLASSE-IN NOT = '00'
                       ADD 1 TO QTD-ALIQUOTAS
                       SET IX-AL TO QTD-ALIQUOTAS
                       MOVE TXC-DATA-VIGENCIA-IN
                           TO AL-DATA-VIGENCIA(IX-AL)
                       MOVE TXC-CLASSE-IN TO AL-CLASSE(IX-AL)
                       MOVE TXC-ALIQUOTA-IN TO AL-ALIQUOTA(IX-AL)
                   END-IF
           END-READ.

      *****************************************************************
      * aliquota vigente da classe em WS-CLASSE-BUSCA na data do
      * movimento: a linha da classe com a maior data de vigencia que
      * nao passe de WS-DATA-LOG. classe 00, classe sem linha na
      * tabela ou ainda sem vigencia seguem a taxa geral.
      *****************************************************************
       153-BUSCAR-ALIQUOTA.
           MOVE WS-TAXA-ATUAL TO WS-ALIQUOTA-CLASSE
           MOVE 0 TO WS-VIGENCIA-ACHADA
           IF WS-CLASSE-BUSCA NOT = '00'
               PERFORM 154-COMPARAR-ALIQUOTA
                   VARYING IX-AL FROM 1 BY 1
                   UNTIL IX-AL > QTD-ALIQUOTAS
           END-IF.

       154-COMPARAR-ALIQUOTA.
           IF AL-CLASSE(IX-AL) = WS-CLASSE-BUSCA
                   AND AL-DATA-VIGENCIA(IX-AL) NOT > WS-DATA-LOG
                   AND AL-DATA-VIGENCIA(IX-AL) NOT < WS-VIGENCIA-ACHADA
               MOVE AL-DATA-VIGENCIA(IX-AL) TO WS-VIGENCIA-ACHADA
               MOVE AL-ALIQUOTA(IX-AL) TO WS-ALIQUOTA-CLASSE
           END-IF.

      *****************************************************************
      * abre o catalogo indexado para a consulta item a item de
      * 230-PROCURAR-PRODUTO. sem o arquivo o programa nao tem como
      * validar codigos e encerra avisando, em vez de aceitar precos
      * livres.
      *****************************************************************
       160-LER-CATALOGO.
           OPEN INPUT CATALOGO-PRODUTOS
           IF WS-STATUS-CATALOGO NOT = '00'
               DISPLAY 'CATALOGO-PRODUTOS.IDX INACESSIVEL (STATUS '
                   WS-STATUS-CATALOGO ') - EXECUTE CARGA-ESTOQUE-IDX'
               STOP RUN
           END-IF.

      *****************************************************************
      * carrega em memoria as promocoes ativas cuja vigencia cobre a
      * data do movimento; as demais nao interessam a esta sessao.
      *****************************************************************
       165-LER-PROMOCOES.
           OPEN INPUT PROMOCOES-ARQ
           IF WS-STATUS-PROMOCOES = '00'
               PERFORM 166-CARREGAR-PROMOCAO
                   UNTIL WS-FIM-PROMOCOES = 'S'
               CLOSE PROMOCOES-ARQ
           END-IF.

       166-CARREGAR-PROMOCAO.
           READ PROMOCOES-ARQ
               AT END
                   MOVE 'S' TO WS-FIM-PROMOCOES
               NOT AT END
                   IF PRM-STATUS-IN NOT = 'I'
                           AND PRM-DATA-INI-IN IS NUMERIC
                           AND PRM-DATA-FIM-IN IS NUMERIC
                           AND PRM-PRECO-IN IS NUMERIC
                           AND PRM-QTD-MINIMA-IN IS NUMERIC
                           AND PRM-DATA-INI-IN NOT > WS-DATA-LOG
                           AND PRM-DATA-FIM-IN NOT < WS-DATA-LOG
                           AND WS-QTD-PROMOCOES < 200
                       ADD 1 TO WS-QTD-PROMOCOES
                       SET IX-PRM TO WS-QTD-PROMOCOES
                       MOVE PRM-CODIGO-IN TO PRM-CODIGO-TAB(IX-PRM)
                       MOVE PRM-PRODUTO-IN TO PRM-PRODUTO-TAB(IX-PRM)
                       MOVE PRM-PRECO-IN TO PRM-PRECO-TAB(IX-PRM)
                       MOVE PRM-QTD-MINIMA-IN
                           TO PRM-QTD-MINIMA-TAB(IX-PRM)
                   END-IF
           END-READ.

                               TO LIMITE-CREDITO-TAB(WS-QTD-CLIENTES)
                       END-IF
                       MOVE 0 TO SALDO-ABERTO-TAB(WS-QTD-CLIENTES)
                       MOVE STATUS-CLIENTE-IN
                           TO STATUS-CLIENTE-TAB(WS-QTD-CLIENTES)
                   ELSE
                       DISPLAY 'CLIENTE IGNORADO, CADASTRO CHEIO: '
                           CODIGO-CLIENTE-IN
           END-IF.

      *****************************************************************
      * abre a posicao de estoque indexada para atualizacao durante
      * toda a sessao. o arquivo e opcional: sem ele o controle de
      * estoque fica desligado.
      *****************************************************************
       195-LER-ESTOQUE.
           OPEN I-O ARQ-ESTOQUE
           IF WS-STATUS-ESTOQUE = '00'
               SET CONTROLE-ESTOQUE-LIGADO TO TRUE
           END-IF.

      *****************************************************************
      * abre o arquivo de vales-troca para consulta e regravacao,
      * criando-o vazio se ainda nao existir. se nem assim abrir, a
      * sessao segue sem emitir nem aceitar vales.
      *****************************************************************
       196-ABRIR-VALES.
           OPEN I-O VALES-TROCA
           IF WS-STATUS-VALE = '35'
               OPEN OUTPUT VALES-TROCA
               CLOSE VALES-TROCA
               OPEN I-O VALES-TROCA
           END-IF
           IF WS-STATUS-VALE = '00'
               SET CONTROLE-VALE-LIGADO TO TRUE
           END-IF.

      *****************************************************************
      * confere o saldo em estoque do item recem-digitado, lido na
      * hora do arquivo. produto sem registro de estoque segue sem
      * controle; produto com saldo menor que a quantidade pedida e
      * recusado na hora.
      *****************************************************************
       197-CONFERIR-ESTOQUE.
           MOVE 'S' TO WS-FLAG-ESTOQUE-OK
           IF CONTROLE-ESTOQUE-LIGADO
               MOVE WS-CODIGO-PRODUTO TO EST-CODIGO
               READ ARQ-ESTOQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EST-QUANTIDADE TO WS-SALDO-ESTOQUE
                       IF WS-QUANTIDADE > WS-SALDO-ESTOQUE
                           MOVE 'N' TO WS-FLAG-ESTOQUE-OK
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      * aplica um movimento ao saldo de um produto: le o registro do
      * produto no momento da gravacao (com as baixas do outro caixa
      * inclusive) e o regrava no proprio lugar, sem tocar nos demais.
      * saldo que ficaria negativo (fruto de ajuste manual) e gravado
      * como zero. produto sem registro de estoque nao e tocado.
      * cada movimento aplicado vai ao kardex com o saldo resultante.
      *****************************************************************
       189-MOVIMENTAR-ESTOQUE.
           MOVE WS-MOV-CODIGO TO EST-CODIGO
           READ ARQ-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-SALDO-ESTOQUE =
                       EST-QUANTIDADE + WS-MOV-QUANTIDADE
                   IF WS-SALDO-ESTOQUE < 0
                       MOVE 0 TO WS-SALDO-ESTOQUE
                   END-IF
                   MOVE WS-SALDO-ESTOQUE TO EST-QUANTIDADE
                   REWRITE REG-ESTOQUE
                       INVALID KEY
                           DISPLAY 'FALHA AO REGRAVAR ESTOQUE: '
                               EST-CODIGO
                       NOT INVALID KEY
                           PERFORM 191-REGISTRAR-MOVIMENTO
                   END-REWRITE
           END-READ.

       191-REGISTRAR-MOVIMENTO.
           MOVE SPACES TO REG-MOVIMENTO
           MOVE FUNCTION CURRENT-DATE(1:8) TO MOV-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO MOV-HORA
           MOVE WS-MOV-CODIGO TO MOV-CODIGO
           MOVE WS-MOV-TIPO TO MOV-TIPO
           MOVE WS-MOV-DOCUMENTO TO MOV-DOCUMENTO
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE WS-NR-CAIXA TO MOV-CAIXA
           MOVE WS-MOV-QUANTIDADE TO MOV-QUANTIDADE
           MOVE WS-SALDO-ESTOQUE TO MOV-SALDO
           OPEN EXTEND MOVIMENTOS-ESTOQUE
           WRITE REG-MOVIMENTO
           CLOSE MOVIMENTOS-ESTOQUE.

      *****************************************************************
      * decide o que a proxima operacao sera: uma venda normal, um
           DISPLAY CALC4-TELA-NR-NOTA
           DISPLAY CALC4-TELA-MODO
           ACCEPT WS-MODO
               LINE 20 COLUMN 75
           EVALUATE WS-MODO
               WHEN 'O'
               WHEN 'o'
               WHEN 'D'
               WHEN 'd'
                   PERFORM 295-PROCESSAR-DEVOLUCAO
               WHEN 'F'
               WHEN 'f'
                   MOVE 'F' TO WS-TIPO-MOV-CAIXA
                   PERFORM 289-PROCESSAR-GAVETA
               WHEN 'S'
               WHEN 's'
                   MOVE 'S' TO WS-TIPO-MOV-CAIXA
                   PERFORM 289-PROCESSAR-GAVETA
               WHEN OTHER
                   PERFORM 198-PROCESSAR-VENDA
           END-EVALUATE.
      *****************************************************************
       198-PROCESSAR-VENDA.
           PERFORM 201-IDENTIFICAR-CLIENTE
           PERFORM 236-ABRIR-DIARIO-NOTA
           MOVE 0 TO WS-SUBTOTAL-NOTA
           MOVE 0 TO WS-QTD-ITENS-NOTA
           SET MAIS-ITENS TO TRUE
      *****************************************************************
       199-FECHAR-NOTA.
           PERFORM 206-ACEITAR-DESCONTO
           MOVE WS-VALOR-DESCONTO TO WS-DESCONTO-APURACAO
           PERFORM 241-APURAR-TAXA-CLASSES
           COMPUTE WS-TOTAL-GERAL =
               WS-SUBTOTAL-NOTA - WS-VALOR-DESCONTO + WS-VALOR-TAXA
           ADD WS-TOTAL-GERAL TO WS-TOTAL-SESSAO
      * sem carne, para a cobranca nao correr atras do que o limite
      * barrou.
           IF VENDA-A-PRAZO AND WS-LIMITE-CLIENTE > 0
                   AND WS-VALOR-A-PAGAR > 0
               COMPUTE WS-SALDO-PROJETADO =
                   WS-SALDO-CLIENTE-ABERTO + WS-VALOR-A-PAGAR
               IF WS-SALDO-PROJETADO > WS-LIMITE-CLIENTE
                   PERFORM 204-AUTORIZAR-LIMITE
                   IF NOT LIMITE-AUTORIZADO
               END-IF
           END-IF
           PERFORM 255-REGISTRAR-LOG-NOTA
           IF NOTA-COM-CLASSES
               MOVE WS-NR-NOTA TO WS-NOTA-CLASSE
               MOVE WS-CODIGO-CLIENTE TO WS-CLIENTE-CLASSE
               MOVE SPACE TO WS-MARCA-CLASSE
               PERFORM 257-REGISTRAR-LOG-CLASSE
                   VARYING IX-CN FROM 1 BY 1
                   UNTIL IX-CN > QTD-CLASSES-NOTA
           END-IF
           PERFORM 238-LIMPAR-DIARIO-NOTA
           IF WS-VALOR-VALE > 0
               PERFORM 213-BAIXAR-VALE
           END-IF
      * a parte paga com vale-troca nao vira recebivel nem parcela
           IF VENDA-A-PRAZO AND WS-VALOR-A-PAGAR > 0
               PERFORM 260-GRAVAR-RECEBIVEL
               PERFORM 261-SOMAR-SALDO-CLIENTE
           END-IF
           MOVE 'N' TO WS-FLAG-CLIENTE-OK
           MOVE 0 TO WS-LIMITE-CLIENTE
           MOVE 0 TO WS-SALDO-CLIENTE-ABERTO
           MOVE SPACE TO WS-STATUS-CLIENTE
           PERFORM 202-ACEITAR-CLIENTE UNTIL CLIENTE-OK.

       202-ACEITAR-CLIENTE.
                   DISPLAY CALC4-TELA-PERGUNTA-PRAZO
                   ACCEPT WS-RESPOSTA-PRAZO
                       LINE 20 COLUMN 24
                   IF (WS-RESPOSTA-PRAZO = 'S' OR 's')
                           AND CLIENTE-BLOQUEADO
                       DISPLAY CALC4-TELA-CLIENTE-BLOQUEADO
                   END-IF
                   IF (WS-RESPOSTA-PRAZO = 'S' OR 's')
                           AND NOT CLIENTE-BLOQUEADO
                       SET VENDA-A-PRAZO TO TRUE
      * cliente que ja esta no limite nem comeca uma nova venda a
      * prazo sem o aval do supervisor.
                       TO WS-LIMITE-CLIENTE
                   MOVE SALDO-ABERTO-TAB(IX-CLI)
                       TO WS-SALDO-CLIENTE-ABERTO
                   MOVE STATUS-CLIENTE-TAB(IX-CLI)
                       TO WS-STATUS-CLIENTE
           END-SEARCH.

      *****************************************************************
           PERFORM 240-GUARDAR-ITEM-NOTA
           IF NOT MODO-ORCAMENTO
               PERFORM 250-REGISTRAR-LOG
               PERFORM 237-GRAVAR-ITEM-DIARIO
           END-IF
           DISPLAY CALC4-TELA-ITEM
           ACCEPT WS-RESPOSTA-ITEM
      * aceita o codigo do produto, valida-o contra o catalogo (um
      * codigo desconhecido e recusado na hora), mostra a descricao e
      * preenche o preco do catalogo; o operador pode digitar outro
      * preco por cima, o que marca o item como preco manual. com o
      * preco sugerido mantido, a quantidade digitada e conferida
      * contra as faixas de promocao do produto ("leve N, pague
      * menos por unidade") e o melhor preco vigente prevalece.
      *****************************************************************
       220-ACEITAR-E-VALIDAR.
           ACCEPT CALC4-TELA-PRODUTO
               MOVE WS-PRECO-CATALOGO TO WS-PRECO
               ACCEPT CALC4-TELA-ENTRADA
               IF WS-PRECO = WS-PRECO-CATALOGO
                   MOVE WS-QUANTIDADE TO WS-QTD-PROMO
                   PERFORM 232-APLICAR-PROMOCAO
                   MOVE WS-PRECO-CATALOGO TO WS-PRECO
                   IF WS-PROMOCAO = SPACES
                       MOVE SPACE TO WS-PRECO-MANUAL
                   ELSE
                       MOVE 'P' TO WS-PRECO-MANUAL
                   END-IF
               ELSE
                   MOVE 'M' TO WS-PRECO-MANUAL
                   MOVE SPACES TO WS-PROMOCAO
               END-IF
               IF WS-QUANTIDADE > 0 AND WS-PRECO > 0
      * um orcamento nao reserva mercadoria, entao so a venda passa
           END-IF.

      *****************************************************************
      * le no catalogo indexado o codigo digitado, devolvendo
      * descricao e preco unitario quando encontrado. produto
      * desativado e recusado exatamente como um codigo desconhecido.
      * o preco devolvido ja e o da promocao vigente para uma
      * unidade, quando houver.
      *****************************************************************
       230-PROCURAR-PRODUTO.
           MOVE 'N' TO WS-FLAG-PRODUTO
           MOVE SPACES TO WS-PROMOCAO
           MOVE WS-CODIGO-PRODUTO TO CODIGO-PRODUTO-IN
           READ CATALOGO-PRODUTOS
               INVALID KEY
                   MOVE 'N' TO WS-FLAG-PRODUTO
               NOT INVALID KEY
                   IF STATUS-PRODUTO-IN NOT = 'I'
                       SET PRODUTO-ENCONTRADO TO TRUE
                       MOVE DESCRICAO-IN TO WS-DESCRICAO-PRODUTO
                       MOVE PRECO-UNITARIO-IN TO WS-PRECO-TABELA
                       MOVE 1 TO WS-QTD-PROMO
                       PERFORM 232-APLICAR-PROMOCAO
                   END-IF
           END-READ.

      *****************************************************************
      * parte do preco de tabela e fica com o menor preco entre as
      * promocoes vigentes do produto cuja quantidade minima e
      * atendida por WS-QTD-PROMO (minima zero vale como uma unidade).
      *****************************************************************
       232-APLICAR-PROMOCAO.
           MOVE SPACES TO WS-PROMOCAO
           MOVE WS-PRECO-TABELA TO WS-PRECO-CATALOGO
           PERFORM 233-COMPARAR-PROMOCAO
               VARYING IX-PRM FROM 1 BY 1
               UNTIL IX-PRM > WS-QTD-PROMOCOES.

       233-COMPARAR-PROMOCAO.
           IF PRM-PRODUTO-TAB(IX-PRM) = WS-CODIGO-PRODUTO
                   AND PRM-QTD-MINIMA-TAB(IX-PRM) NOT > WS-QTD-PROMO
                   AND PRM-PRECO-TAB(IX-PRM) < WS-PRECO-CATALOGO
                   AND PRM-PRECO-TAB(IX-PRM) > 0
               MOVE PRM-PRECO-TAB(IX-PRM) TO WS-PRECO-CATALOGO
               MOVE PRM-CODIGO-TAB(IX-PRM) TO WS-PROMOCAO
           END-IF.

      *****************************************************************
      * etapa de desconto da nota: aceita um desconto percentual ou
       208-ACEITAR-PAGAMENTO.
           MOVE 'D' TO WS-FORMA-PAGTO
           MOVE 0 TO WS-QTD-PARCELAS
           MOVE 0 TO WS-NR-VALE
           MOVE 0 TO WS-VALOR-VALE
           MOVE WS-TOTAL-GERAL TO WS-VALOR-A-PAGAR
           MOVE 'N' TO WS-FLAG-PAGTO-OK
           PERFORM 209-ACEITAR-FORMA UNTIL PAGTO-OK.

       209-ACEITAR-FORMA.
           DISPLAY CALC4-TELA-PERGUNTA-PAGTO
           ACCEPT WS-RESPOSTA-PAGTO
               LINE 20 COLUMN 57
           EVALUATE WS-RESPOSTA-PAGTO
               WHEN 'D'
               WHEN 'd'
                       MOVE 'P' TO WS-FORMA-PAGTO
                       SET PAGTO-OK TO TRUE
                   END-IF
               WHEN 'V'
               WHEN 'v'
                   PERFORM 211-ACEITAR-VALE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      * vale-troca como forma de pagamento: um vale por nota, abatido
      * ate o valor a pagar. se o saldo do vale nao cobre a nota, o
      * restante volta a pergunta da forma de pagamento; se cobre, a
      * nota sai paga em vale ('V'). o saldo so e baixado no arquivo
      * quando o resumo da nota vai ao log (213-BAIXAR-VALE).
      *****************************************************************
       211-ACEITAR-VALE.
           IF WS-VALOR-VALE > 0
               DISPLAY CALC4-TELA-VALE-REPETIDO
           ELSE
               MOVE 0 TO WS-NR-VALE-DIG
               ACCEPT CALC4-TELA-NR-VALE
               PERFORM 212-VALIDAR-VALE
               IF VALE-VALIDO
                   MOVE WS-NR-VALE-DIG TO WS-NR-VALE
                   IF VT-SALDO < WS-VALOR-A-PAGAR
                       MOVE VT-SALDO TO WS-VALOR-VALE
                   ELSE
                       MOVE WS-VALOR-A-PAGAR TO WS-VALOR-VALE
                   END-IF
                   SUBTRACT WS-VALOR-VALE FROM WS-VALOR-A-PAGAR
                   IF WS-VALOR-A-PAGAR = 0
                       MOVE 'V' TO WS-FORMA-PAGTO
                       SET PAGTO-OK TO TRUE
                   ELSE
                       DISPLAY CALC4-TELA-VALE-ABATIDO
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * recusa vale inexistente, ja gasto (saldo zero) ou vencido na
      * data do movimento.
      *****************************************************************
       212-VALIDAR-VALE.
           MOVE 'N' TO WS-FLAG-VALE-OK
           IF NOT CONTROLE-VALE-LIGADO
               DISPLAY CALC4-TELA-ERRO-VALE
           ELSE
               MOVE WS-NR-VALE-DIG TO VT-NUMERO
               READ VALES-TROCA
                   INVALID KEY
                       DISPLAY CALC4-TELA-ERRO-VALE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN VT-SALDO = 0
                               DISPLAY CALC4-TELA-VALE-UTILIZADO
                           WHEN VT-VALIDADE < WS-DATA-LOG
                               DISPLAY CALC4-TELA-VALE-VENCIDO
                           WHEN OTHER
                               SET VALE-VALIDO TO TRUE
                       END-EVALUATE
               END-READ
           END-IF.

      *****************************************************************
      * baixa do valor usado no saldo do vale, relido na hora da
      * gravacao e regravado no proprio lugar, com o movimento 'U'.
      *****************************************************************
       213-BAIXAR-VALE.
           MOVE WS-NR-VALE TO VT-NUMERO
           READ VALES-TROCA
               INVALID KEY
                   DISPLAY 'VALE-TROCA NAO ENCONTRADO NA BAIXA: '
                       WS-NR-VALE
               NOT INVALID KEY
                   IF VT-SALDO > WS-VALOR-VALE
                       SUBTRACT WS-VALOR-VALE FROM VT-SALDO
                   ELSE
                       MOVE 0 TO VT-SALDO
                   END-IF
                   REWRITE REG-VALE
                       INVALID KEY
                           DISPLAY 'FALHA AO REGRAVAR VALE-TROCA: '
                               VT-NUMERO
                       NOT INVALID KEY
                           MOVE 'U' TO WS-MOV-VALE-TIPO
                           MOVE WS-VALOR-VALE TO WS-MOV-VALE-VALOR
                           MOVE WS-NR-NOTA TO WS-MOV-VALE-NOTA
                           PERFORM 216-GRAVAR-MOV-VALE
                   END-REWRITE
           END-READ.

      *****************************************************************
      * estorno de nota paga com vale: o valor usado volta ao saldo do
      * vale, com o movimento 'R'.
      *****************************************************************
       214-REPOR-VALE.
           MOVE WS-NR-VALE TO VT-NUMERO
           READ VALES-TROCA
               INVALID KEY
                   DISPLAY 'VALE-TROCA NAO ENCONTRADO NO ESTORNO: '
                       WS-NR-VALE
               NOT INVALID KEY
                   ADD WS-VALOR-VALE TO VT-SALDO
                   REWRITE REG-VALE
                       INVALID KEY
                           DISPLAY 'FALHA AO REGRAVAR VALE-TROCA: '
                               VT-NUMERO
                       NOT INVALID KEY
                           MOVE 'R' TO WS-MOV-VALE-TIPO
                           MOVE WS-VALOR-VALE TO WS-MOV-VALE-VALOR
                           MOVE WS-NR-NOTA TO WS-MOV-VALE-NOTA
                           PERFORM 216-GRAVAR-MOV-VALE
                   END-REWRITE
           END-READ.

       216-GRAVAR-MOV-VALE.
           MOVE SPACES TO REG-MOV-VALE
           MOVE WS-DATA-LOG TO MVV-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO MVV-HORA
           MOVE WS-MOV-VALE-TIPO TO MVV-TIPO
           MOVE VT-NUMERO TO MVV-NR-VALE
           MOVE WS-MOV-VALE-VALOR TO MVV-VALOR
           MOVE WS-MOV-VALE-NOTA TO MVV-NR-NOTA
           MOVE WS-OPERADOR TO MVV-OPERADOR
           MOVE WS-NR-CAIXA TO MVV-CAIXA
           MOVE VT-SALDO TO MVV-SALDO
           OPEN EXTEND MOVIMENTOS-VALE
           WRITE REG-MOV-VALE
           CLOSE MOVIMENTOS-VALE.

      *****************************************************************
      * diario da nota em andamento: o cabecalho recomeca o arquivo
      * do caixa, cada item e acrescentado e o arquivo e fechado a
      * cada gravacao, para sobreviver a uma queda do caixa.
      *****************************************************************
       236-ABRIR-DIARIO-NOTA.
           OPEN OUTPUT NOTA-ABERTA
           MOVE SPACES TO REG-NOTA-ABERTA
           MOVE 'C' TO NA-TIPO
           MOVE WS-NR-NOTA TO NA-NR-NOTA
           MOVE WS-DATA-LOG TO NA-DATA
           MOVE WS-OPERADOR TO NA-OPERADOR
           MOVE WS-CODIGO-CLIENTE TO NA-CLIENTE
           MOVE WS-FLAG-VENDA-PRAZO TO NA-VENDA-PRAZO
           MOVE 0 TO NA-QUANTIDADE NA-PRECO NA-TOTAL
           WRITE REG-NOTA-ABERTA
           CLOSE NOTA-ABERTA.

       237-GRAVAR-ITEM-DIARIO.
           OPEN EXTEND NOTA-ABERTA
           MOVE SPACES TO REG-NOTA-ABERTA
           MOVE 'I' TO NA-TIPO
           MOVE WS-NR-NOTA TO NA-NR-NOTA
           MOVE WS-DATA-LOG TO NA-DATA
           MOVE WS-OPERADOR TO NA-OPERADOR
           MOVE WS-CODIGO-CLIENTE TO NA-CLIENTE
           MOVE WS-FLAG-VENDA-PRAZO TO NA-VENDA-PRAZO
           MOVE WS-CODIGO-PRODUTO TO NA-CODIGO
           MOVE WS-DESCRICAO-PRODUTO TO NA-DESCRICAO
           MOVE WS-QUANTIDADE TO NA-QUANTIDADE
           MOVE WS-PRECO TO NA-PRECO
           MOVE WS-TOTAL TO NA-TOTAL
           MOVE WS-PRECO-MANUAL TO NA-PRECO-MANUAL
           MOVE WS-PROMOCAO TO NA-PROMOCAO
           WRITE REG-NOTA-ABERTA
           CLOSE NOTA-ABERTA.

       238-LIMPAR-DIARIO-NOTA.
           OPEN OUTPUT NOTA-ABERTA
           CLOSE NOTA-ABERTA.

      *****************************************************************
      * guarda o item recem-lancado na tabela da nota corrente, de
      * onde a via impressa da nota e montada ao fechar a nota.
                   TO ITEM-QUANTIDADE(WS-QTD-ITENS-NOTA)
               MOVE WS-PRECO TO ITEM-PRECO(WS-QTD-ITENS-NOTA)
               MOVE WS-TOTAL TO ITEM-TOTAL(WS-QTD-ITENS-NOTA)
               MOVE WS-PROMOCAO TO ITEM-PROMOCAO(WS-QTD-ITENS-NOTA)
               MOVE WS-PRECO-MANUAL
                   TO ITEM-PRECO-MANUAL(WS-QTD-ITENS-NOTA)
           END-IF.

      *****************************************************************
      * taxa da nota por classe de taxa: o subtotal dos itens e
      * separado pela classe de cada produto no catalogo, o desconto
      * em WS-DESCONTO-APURACAO e rateado entre as classes na
      * proporcao do subtotal (a ultima fica com o resto do rateio) e
      * cada base paga a aliquota vigente da sua classe. a taxa da
      * nota e a soma das taxas das classes; sem classes cadastradas
      * tudo cai na classe 00 e o calculo e o da taxa unica de antes.
      *****************************************************************
       241-APURAR-TAXA-CLASSES.
           MOVE 0 TO QTD-CLASSES-NOTA
           MOVE 0 TO WS-SOMA-ITENS-CLASSE
           MOVE 'N' TO WS-FLAG-CLASSES
           PERFORM 243-CLASSIFICAR-ITEM
               VARYING IX-IT FROM 1 BY 1
               UNTIL IX-IT > WS-QTD-ITENS-NOTA
      * itens alem da capacidade da tabela da nota nao tem codigo
      * guardado e ficam na classe 00.
           IF WS-SUBTOTAL-NOTA NOT = WS-SOMA-ITENS-CLASSE
               MOVE '00' TO WS-CLASSE-PRODUTO
               COMPUTE WS-VALOR-CLASSE =
                   WS-SUBTOTAL-NOTA - WS-SOMA-ITENS-CLASSE
               PERFORM 244-SOMAR-NA-CLASSE
           END-IF
           MOVE 0 TO WS-VALOR-TAXA
           MOVE WS-DESCONTO-APURACAO TO WS-DESCONTO-RESTANTE
           PERFORM 245-TRIBUTAR-CLASSE
               VARYING IX-CN FROM 1 BY 1
               UNTIL IX-CN > QTD-CLASSES-NOTA.

      *****************************************************************
      * classe de taxa do produto cujo codigo esta em
      * CODIGO-PRODUTO-IN; produto sem classe ou fora do catalogo
      * fica na classe 00.
      *****************************************************************
       242-CLASSE-DO-PRODUTO.
           MOVE '00' TO WS-CLASSE-PRODUTO
           READ CATALOGO-PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLASSE-TAXA-IN NOT = SPACES
                       MOVE CLASSE-TAXA-IN TO WS-CLASSE-PRODUTO
                   END-IF
           END-READ.

       243-CLASSIFICAR-ITEM.
           MOVE ITEM-CODIGO(IX-IT) TO CODIGO-PRODUTO-IN
           PERFORM 242-CLASSE-DO-PRODUTO
           MOVE ITEM-TOTAL(IX-IT) TO WS-VALOR-CLASSE
           ADD ITEM-TOTAL(IX-IT) TO WS-SOMA-ITENS-CLASSE
           PERFORM 244-SOMAR-NA-CLASSE.

       244-SOMAR-NA-CLASSE.
           SET IX-CN TO 1
           SEARCH CLASSE-NOTA
               AT END
                   CONTINUE
               WHEN IX-CN > QTD-CLASSES-NOTA
                   ADD 1 TO QTD-CLASSES-NOTA
                   MOVE WS-CLASSE-PRODUTO TO CN-CLASSE(IX-CN)
                   MOVE WS-VALOR-CLASSE TO CN-SUBTOTAL(IX-CN)
                   MOVE 0 TO CN-BASE(IX-CN)
                   MOVE 0 TO CN-TAXA(IX-CN)
                   MOVE WS-CLASSE-PRODUTO TO WS-CLASSE-BUSCA
                   PERFORM 153-BUSCAR-ALIQUOTA
                   MOVE WS-ALIQUOTA-CLASSE TO CN-ALIQUOTA(IX-CN)
                   IF WS-CLASSE-PRODUTO NOT = '00'
                       SET NOTA-COM-CLASSES TO TRUE
                   END-IF
               WHEN CN-CLASSE(IX-CN) = WS-CLASSE-PRODUTO
                   ADD WS-VALOR-CLASSE TO CN-SUBTOTAL(IX-CN)
           END-SEARCH.

       245-TRIBUTAR-CLASSE.
           IF IX-CN = QTD-CLASSES-NOTA OR WS-SUBTOTAL-NOTA = 0
               MOVE WS-DESCONTO-RESTANTE TO WS-DESCONTO-RATEADO
           ELSE
               COMPUTE WS-DESCONTO-RATEADO ROUNDED =
                   WS-DESCONTO-APURACAO * CN-SUBTOTAL(IX-CN)
                       / WS-SUBTOTAL-NOTA
           END-IF
           SUBTRACT WS-DESCONTO-RATEADO FROM WS-DESCONTO-RESTANTE
           COMPUTE CN-BASE(IX-CN) =
               CN-SUBTOTAL(IX-CN) - WS-DESCONTO-RATEADO
           COMPUTE CN-TAXA(IX-CN) ROUNDED =
               CN-BASE(IX-CN) * CN-ALIQUOTA(IX-CN)
           ADD CN-TAXA(IX-CN) TO WS-VALOR-TAXA.

      *****************************************************************
      * grava em LOG-TRANSACOES.TXT o item recem-lancado, para que
      * quantidade x preco = total possa ser conferido linha a linha
           MOVE SPACE             TO LOG-ESTORNO
           MOVE WS-DATA-LOG       TO LOG-DATA
           MOVE WS-NR-CAIXA       TO LOG-CAIXA
           MOVE WS-PROMOCAO       TO LOG-PROMOCAO
           MOVE 0                 TO LOG-NR-VALE
           MOVE 0                 TO LOG-VALOR-VALE
           MOVE SPACE             TO LOG-TIPO-REGISTRO
           WRITE REG-LOG-OUT.

      *****************************************************************
           MOVE SPACE             TO LOG-ESTORNO
           MOVE WS-DATA-LOG       TO LOG-DATA
           MOVE WS-NR-CAIXA       TO LOG-CAIXA
           MOVE SPACES            TO LOG-PROMOCAO
           MOVE WS-NR-VALE        TO LOG-NR-VALE
           MOVE WS-VALOR-VALE     TO LOG-VALOR-VALE
           MOVE SPACE             TO LOG-TIPO-REGISTRO
           WRITE REG-LOG-OUT.

      *****************************************************************
      * linha de movimento de gaveta (fundo de troco ou sangria) no
      * log, com caixa, operador e valor; o fechamento do caixa a
      * usa para apurar o dinheiro esperado na gaveta.
      *****************************************************************
       256-REGISTRAR-LOG-GAVETA.
           MOVE 0                  TO LOG-QUANTIDADE
           MOVE 0                  TO LOG-PRECO
           MOVE 0                  TO LOG-TOTAL
           MOVE 0                  TO LOG-VALOR-TAXA
           MOVE WS-VALOR-MOV-CAIXA TO LOG-TOTAL-GERAL
           MOVE SPACES             TO LOG-CODIGO-PRODUTO
           MOVE SPACE              TO LOG-PRECO-MANUAL
           MOVE SPACES             TO LOG-CLIENTE
           MOVE 0                  TO LOG-NR-NOTA
           MOVE 0                  TO LOG-DESCONTO
           MOVE 'D'                TO LOG-FORMA-PAGTO
           MOVE 0                  TO LOG-PARCELAS
           MOVE WS-OPERADOR        TO LOG-OPERADOR
           MOVE SPACE              TO LOG-ESTORNO
           MOVE WS-DATA-LOG        TO LOG-DATA
           MOVE WS-NR-CAIXA        TO LOG-CAIXA
           MOVE SPACES             TO LOG-PROMOCAO
           MOVE 0                  TO LOG-NR-VALE
           MOVE 0                  TO LOG-VALOR-VALE
           MOVE WS-TIPO-MOV-CAIXA  TO LOG-TIPO-REGISTRO
           WRITE REG-LOG-OUT.

      *****************************************************************
      * linha de taxa de uma classe da nota (tipo 'T'), gravada logo
      * apos o resumo: base e taxa da classe, aliquota em percentual
      * e a classe na coluna das parcelas. com WS-MARCA-CLASSE = 'E'
      * sai a reversao, com os valores negativos, no estorno e na
      * devolucao.
      *****************************************************************
       257-REGISTRAR-LOG-CLASSE.
           MOVE 0 TO LOG-QUANTIDADE
           COMPUTE LOG-PRECO = CN-ALIQUOTA(IX-CN) * 100
           IF WS-MARCA-CLASSE = 'E'
               COMPUTE LOG-TOTAL = 0 - CN-BASE(IX-CN)
               COMPUTE LOG-VALOR-TAXA = 0 - CN-TAXA(IX-CN)
           ELSE
               MOVE CN-BASE(IX-CN) TO LOG-TOTAL
               MOVE CN-TAXA(IX-CN) TO LOG-VALOR-TAXA
           END-IF
           MOVE 0 TO LOG-TOTAL-GERAL
           MOVE SPACES TO LOG-CODIGO-PRODUTO
           MOVE SPACE TO LOG-PRECO-MANUAL
           MOVE WS-CLIENTE-CLASSE TO LOG-CLIENTE
           MOVE WS-NOTA-CLASSE TO LOG-NR-NOTA
           MOVE 0 TO LOG-DESCONTO
           MOVE SPACE TO LOG-FORMA-PAGTO
           MOVE CN-CLASSE(IX-CN) TO LOG-CLASSE-TAXA
           MOVE WS-OPERADOR TO LOG-OPERADOR
           MOVE WS-MARCA-CLASSE TO LOG-ESTORNO
           MOVE WS-DATA-LOG TO LOG-DATA
           MOVE WS-NR-CAIXA TO LOG-CAIXA
           MOVE SPACES TO LOG-PROMOCAO
           MOVE 0 TO LOG-NR-VALE
           MOVE 0 TO LOG-VALOR-VALE
           MOVE 'T' TO LOG-TIPO-REGISTRO
           WRITE REG-LOG-OUT.

      *****************************************************************
                       VARYING IX-IT FROM 1 BY 1
                       UNTIL IX-IT > WS-QTD-ITENS-NOTA
                   PERFORM 282-REVERTER-NOTA
                   IF NOTA-COM-CLASSES
                       MOVE WS-NR-NOTA TO WS-NOTA-CLASSE
                       MOVE WS-CODIGO-CLIENTE TO WS-CLIENTE-CLASSE
                       MOVE 'E' TO WS-MARCA-CLASSE
                       PERFORM 257-REGISTRAR-LOG-CLASSE
                           VARYING IX-CN FROM 1 BY 1
                           UNTIL IX-CN > QTD-CLASSES-NOTA
                   END-IF
                   MOVE 'E' TO WS-MARCA-ESTORNO
                   IF VENDA-A-PRAZO AND WS-VALOR-A-PAGAR > 0
                       PERFORM 260-GRAVAR-RECEBIVEL
                       PERFORM 262-ABATER-SALDO-CLIENTE
                   END-IF
                       PERFORM 270-GRAVAR-PARCELAS
                   END-IF
                   MOVE SPACE TO WS-MARCA-ESTORNO
                   IF WS-VALOR-VALE > 0
                       PERFORM 214-REPOR-VALE
                   END-IF
                   PERFORM 287-REPOR-ESTOQUE-NOTA
                   SUBTRACT WS-TOTAL-GERAL FROM WS-TOTAL-SESSAO
                   MOVE 'N' TO WS-FLAG-ESTORNAVEL
           MOVE 'E'                    TO LOG-ESTORNO
           MOVE WS-DATA-LOG            TO LOG-DATA
           MOVE WS-NR-CAIXA            TO LOG-CAIXA
           MOVE ITEM-PROMOCAO(IX-IT)   TO LOG-PROMOCAO
           MOVE 0                      TO LOG-NR-VALE
           MOVE 0                      TO LOG-VALOR-VALE
           MOVE SPACE                  TO LOG-TIPO-REGISTRO
           WRITE REG-LOG-OUT.

       282-REVERTER-NOTA.
           MOVE 'E' TO LOG-ESTORNO
           MOVE WS-DATA-LOG TO LOG-DATA
           MOVE WS-NR-CAIXA TO LOG-CAIXA
           MOVE SPACES TO LOG-PROMOCAO
           MOVE WS-NR-VALE TO LOG-NR-VALE
           COMPUTE WS-TOTAL = 0 - WS-VALOR-VALE
           MOVE WS-TOTAL TO LOG-VALOR-VALE
           MOVE SPACE TO LOG-TIPO-REGISTRO
           WRITE REG-LOG-OUT.

      *****************************************************************
      * fundo de troco posto na gaveta ou sangria retirada dela: valor
      * digitado e codigo do supervisor, e so entao a linha vai ao
      * log. nada muda no total da sessao, que e de vendas.
      *****************************************************************
       289-PROCESSAR-GAVETA.
           MOVE 0 TO WS-VALOR-MOV-CAIXA
           IF WS-TIPO-MOV-CAIXA = 'F'
               ACCEPT CALC4-TELA-VALOR-FUNDO
           ELSE
               ACCEPT CALC4-TELA-VALOR-SANGRIA
           END-IF
           IF WS-VALOR-MOV-CAIXA = 0
               DISPLAY CALC4-TELA-GAVETA-ZERO
           ELSE
               MOVE SPACES TO WS-CODIGO-SUP-DIG
               ACCEPT CALC4-TELA-SUP-GAVETA
               PERFORM 129-VALIDAR-SUPERVISOR
               IF NOT SUPERVISOR-OK
                   DISPLAY CALC4-TELA-ERRO-GAVETA
               ELSE
                   PERFORM 256-REGISTRAR-LOG-GAVETA
                   DISPLAY CALC4-TELA-GAVETA-OK
               END-IF
           END-IF
           ACCEPT WS-RESPOSTA
               LINE 24 COLUMN 60.

      *****************************************************************
      * baixa do estoque no fechamento da nota: a quantidade vendida
      * de cada item sai do saldo do produto, regravado um produto
      * por vez em ESTOQUE.IDX.
      *****************************************************************
       284-BAIXAR-ESTOQUE-NOTA.
           IF CONTROLE-ESTOQUE-LIGADO
               PERFORM 285-BAIXAR-ITEM-ESTOQUE
                   VARYING IX-IT FROM 1 BY 1
                   UNTIL IX-IT > WS-QTD-ITENS-NOTA
           END-IF.

       285-BAIXAR-ITEM-ESTOQUE.
           MOVE ITEM-CODIGO(IX-IT) TO WS-MOV-CODIGO
           COMPUTE WS-MOV-QUANTIDADE = 0 - ITEM-QUANTIDADE(IX-IT)
           MOVE 'V' TO WS-MOV-TIPO
           MOVE WS-NR-NOTA TO WS-MOV-DOCUMENTO
           PERFORM 189-MOVIMENTAR-ESTOQUE.

      *****************************************************************
      * reposicao do estoque pelo estorno da nota: as quantidades
      * baixadas no fechamento voltam ao saldo de cada produto.
      *****************************************************************
       287-REPOR-ESTOQUE-NOTA.
           IF CONTROLE-ESTOQUE-LIGADO
               PERFORM 288-REPOR-ITEM-ESTOQUE
                   VARYING IX-IT FROM 1 BY 1
                   UNTIL IX-IT > WS-QTD-ITENS-NOTA
           END-IF.

       288-REPOR-ITEM-ESTOQUE.
           MOVE ITEM-CODIGO(IX-IT) TO WS-MOV-CODIGO
           MOVE ITEM-QUANTIDADE(IX-IT) TO WS-MOV-QUANTIDADE
           MOVE 'E' TO WS-MOV-TIPO
           MOVE WS-NR-NOTA TO WS-MOV-DOCUMENTO
           PERFORM 189-MOVIMENTAR-ESTOQUE.

      *****************************************************************
      * gera o registro de contas a receber de uma venda a prazo, com
           COMPUTE WS-DIAS-VENCIMENTO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + 30
           MOVE WS-CODIGO-CLIENTE TO CR-CLIENTE
           MOVE WS-VALOR-A-PAGAR TO CR-TOTAL-NOTA
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-VENCIMENTO)
               TO CR-VENCIMENTO
           MOVE WS-MARCA-ESTORNO TO CR-ESTORNO
                       CONTINUE
                   WHEN CODIGO-CLIENTE-TAB(IX-CLI)
                           = WS-CODIGO-CLIENTE
                       ADD WS-VALOR-A-PAGAR
                           TO SALDO-ABERTO-TAB(IX-CLI)
                       MOVE SALDO-ABERTO-TAB(IX-CLI)
                           TO WS-SALDO-CLIENTE-ABERTO
                       CONTINUE
                   WHEN CODIGO-CLIENTE-TAB(IX-CLI)
                           = WS-CODIGO-CLIENTE
                       SUBTRACT WS-VALOR-A-PAGAR
                           FROM SALDO-ABERTO-TAB(IX-CLI)
                       MOVE SALDO-ABERTO-TAB(IX-CLI)
                           TO WS-SALDO-CLIENTE-ABERTO
      * grava a agenda de vencimentos de uma venda parcelada: uma
      * linha por parcela com nota, numero, valor e vencimento a cada
      * 30 dias. a ultima parcela absorve a sobra da divisao para que
      * a soma das parcelas feche com o total geral da nota, menos o
      * que foi pago com vale-troca.
      *****************************************************************
       270-GRAVAR-PARCELAS.
           COMPUTE WS-VALOR-PARCELA =
               WS-VALOR-A-PAGAR / WS-QTD-PARCELAS
           COMPUTE WS-VALOR-ULT-PARCELA =
               WS-VALOR-A-PAGAR
               - (WS-VALOR-PARCELA * (WS-QTD-PARCELAS - 1))
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
      * o carne so acompanha a gravacao normal da agenda; o estorno
               MOVE WS-VALOR-DESCONTO TO NF-VALOR
               WRITE REG-NOTA-OUT FROM NF-LINHA-TOTAL
           END-IF
           IF NOTA-COM-CLASSES
               PERFORM 267-IMPRIMIR-TAXA-CLASSE
                   VARYING IX-CN FROM 1 BY 1
                   UNTIL IX-CN > QTD-CLASSES-NOTA
           END-IF
           MOVE 'TAXA:             ' TO NF-ROTULO
           MOVE WS-VALOR-TAXA TO NF-VALOR
           WRITE REG-NOTA-OUT FROM NF-LINHA-TOTAL
           MOVE 'TOTAL GERAL:      ' TO NF-ROTULO
           MOVE WS-TOTAL-GERAL TO NF-VALOR
           WRITE REG-NOTA-OUT FROM NF-LINHA-TOTAL
           IF WS-VALOR-VALE > 0
               MOVE 'VALE-TROCA ' TO NF-ROTULO
               MOVE WS-NR-VALE TO NF-ROTULO(12:6)
               MOVE ':' TO NF-ROTULO(18:1)
               MOVE WS-VALOR-VALE TO NF-VALOR
               WRITE REG-NOTA-OUT FROM NF-LINHA-TOTAL
               MOVE 'A PAGAR:          ' TO NF-ROTULO
               MOVE WS-VALOR-A-PAGAR TO NF-VALOR
               WRITE REG-NOTA-OUT FROM NF-LINHA-TOTAL
           END-IF.

       266-IMPRIMIR-ITEM-NOTA.
           MOVE ITEM-QUANTIDADE(IX-IT) TO NF-QUANTIDADE
           MOVE ITEM-DESCRICAO(IX-IT) TO NF-DESCRICAO
           MOVE ITEM-PRECO(IX-IT) TO NF-PRECO
           MOVE ITEM-TOTAL(IX-IT) TO NF-TOTAL
           IF ITEM-PROMOCAO(IX-IT) = SPACES
               MOVE SPACES TO NF-MARCA-PROMO
           ELSE
               MOVE 'PROMO' TO NF-MARCA-PROMO
           END-IF
           WRITE REG-NOTA-OUT FROM NF-LINHA-ITEM.

      * taxa de uma classe, antes da taxa total da nota
       267-IMPRIMIR-TAXA-CLASSE.
           IF CN-CLASSE(IX-CN) = '00'
               MOVE '  TAXA GERAL:     ' TO NF-ROTULO
           ELSE
               MOVE '  TAXA CLASSE ' TO NF-ROTULO
               MOVE CN-CLASSE(IX-CN) TO NF-ROTULO(15:2)
               MOVE ':' TO NF-ROTULO(17:1)
           END-IF
           MOVE CN-TAXA(IX-CN) TO NF-VALOR
           WRITE REG-NOTA-OUT FROM NF-LINHA-TOTAL.

      *****************************************************************
      * modo orcamento: roda a mesma digitacao de itens da venda, mas
      * o resultado vai para ORCAMENTOS.TXT com numeracao propria, sem
           MOVE 0 TO WS-QTD-ITENS-NOTA
           SET MAIS-ITENS TO TRUE
           PERFORM 205-ACEITAR-ITEM UNTIL SEM-MAIS-ITENS
           MOVE 0 TO WS-DESCONTO-APURACAO
           PERFORM 241-APURAR-TAXA-CLASSES
           COMPUTE WS-TOTAL-GERAL = WS-SUBTOTAL-NOTA + WS-VALOR-TAXA
           PERFORM 291-GRAVAR-ORCAMENTO
           DISPLAY CALC4-TELA-ORC-GRAVADO
       293-RECUPERAR-ORCAMENTO.
           ACCEPT CALC4-TELA-NR-ORC
           PERFORM 201-IDENTIFICAR-CLIENTE
           PERFORM 236-ABRIR-DIARIO-NOTA
           MOVE 0 TO WS-SUBTOTAL-NOTA
           MOVE 0 TO WS-QTD-ITENS-NOTA
           MOVE 'N' TO WS-FLAG-ORC-ACHOU
           IF ORCAMENTO-ACHADO
               PERFORM 199-FECHAR-NOTA
           ELSE
               PERFORM 238-LIMPAR-DIARIO-NOTA
               DISPLAY CALC4-TELA-ERRO-ORC
           END-IF.

                       MOVE ORC-PRECO TO WS-PRECO
                       MOVE ORC-TOTAL TO WS-TOTAL
                       MOVE SPACE TO WS-PRECO-MANUAL
                       MOVE SPACES TO WS-PROMOCAO
                       ADD WS-TOTAL TO WS-SUBTOTAL-NOTA
                       PERFORM 240-GUARDAR-ITEM-NOTA
                       PERFORM 250-REGISTRAR-LOG
                       PERFORM 237-GRAVAR-ITEM-DIARIO
                   END-IF
           END-READ.

               MOVE 0 TO WS-QTD-ITENS-DEV
               MOVE SPACES TO WS-DEV-CLIENTE
               MOVE WS-TAXA-ATUAL TO WS-TAXA-NOTA-DEV
               MOVE 0 TO QTD-CLASSES-DEV
               MOVE WS-NR-NOTA-DEV TO WS-NOTA-DEV-X
               PERFORM 272-LOCALIZAR-NOTA-ARQUIVADA
               PERFORM 274-LER-GERACAO-DEV
                   VARYING IX-GV FROM 1 BY 1
                   UNTIL IX-GV > QTD-GERACOES-DEV
               MOVE '.\LOG-TRANSACOES.TXT' TO WS-ARQ-LOG-CONSULTA
               OPEN INPUT LOG-CONSULTA
               IF WS-STATUS-LOG-CONS = '00'
                   MOVE 'N' TO WS-FIM-LOG-CONS
           ACCEPT WS-RESPOSTA
               LINE 24 COLUMN 60.

      *****************************************************************
      * nota ja levada pela rolagem do log: o indice das notas
      * arquivadas diz em que geracoes mensais ela tem resumo, lidas
      * antes do log vivo para que a venda e as devolucoes ja
      * arquivadas entrem na conta do que ainda pode voltar.
      *****************************************************************
       272-LOCALIZAR-NOTA-ARQUIVADA.
           MOVE 0 TO QTD-GERACOES-DEV
           MOVE 'N' TO WS-FIM-NOTAS-ARQ
           OPEN INPUT NOTAS-ARQUIVADAS
           IF WS-STATUS-NOTAS-ARQ = '00'
               PERFORM 273-LER-NOTA-ARQUIVADA
                   UNTIL WS-FIM-NOTAS-ARQ = 'S'
           END-IF
           CLOSE NOTAS-ARQUIVADAS.

       273-LER-NOTA-ARQUIVADA.
           READ NOTAS-ARQUIVADAS
               AT END
                   MOVE 'S' TO WS-FIM-NOTAS-ARQ
               NOT AT END
                   IF NARQ-NR-NOTA = WS-NR-NOTA-DEV
                       SET IX-GV TO 1
                       SEARCH GERACAO-DEV
                           AT END
                               CONTINUE
                           WHEN IX-GV > QTD-GERACOES-DEV
                               ADD 1 TO QTD-GERACOES-DEV
                               MOVE NARQ-GERACAO TO GV-GERACAO(IX-GV)
                           WHEN GV-GERACAO(IX-GV) = NARQ-GERACAO
                               CONTINUE
                       END-SEARCH
                   END-IF
           END-READ.

       274-LER-GERACAO-DEV.
           MOVE GV-GERACAO(IX-GV) TO WS-ARQ-GERACAO-MES
           MOVE WS-ARQ-GERACAO-CONS TO WS-ARQ-LOG-CONSULTA
           OPEN INPUT LOG-CONSULTA
           IF WS-STATUS-LOG-CONS = '00'
               MOVE 'N' TO WS-FIM-LOG-CONS
               PERFORM 296-LER-LINHA-LOG-DEV
                   UNTIL WS-FIM-LOG-CONS = 'S'
               CLOSE LOG-CONSULTA
           END-IF.

      *****************************************************************
      * classifica uma linha do log da nota pedida: linha de item
      * (codigo de produto preenchido) entra na tabela de devolucao,
                   MOVE 'S' TO WS-FIM-LOG-CONS
               NOT AT END
                   IF LOGC-NR-NOTA-X = WS-NOTA-DEV-X
                           AND LOGC-TIPO-REGISTRO-X = SPACE
                       IF LOGC-CODIGO-PRODUTO-X NOT = SPACES
                           COMPUTE WS-DEV-QTD-LIDA =
                               FUNCTION NUMVAL-C(LOGC-QUANTIDADE-X)
                           END-IF
                       END-IF
                   END-IF
                   IF LOGC-NR-NOTA-X = WS-NOTA-DEV-X
                           AND LOGC-TIPO-REGISTRO-X = 'T'
                           AND LOGC-ESTORNO-X NOT = 'E'
                       PERFORM 246-GUARDAR-CLASSE-DEV
                   END-IF
           END-READ.

      *****************************************************************
                   WS-DEV-TAXA-LIDA / WS-DEV-BASE
           END-IF.

      *****************************************************************
      * aliquota efetiva de uma classe na nota original (taxa da
      * classe sobre a sua base), lida da linha de taxa por classe,
      * para a devolucao creditar cada classe pela aliquota cobrada.
      *****************************************************************
       246-GUARDAR-CLASSE-DEV.
           COMPUTE WS-DEV-BASE = FUNCTION NUMVAL-C(LOGC-TOTAL-X)
           COMPUTE WS-DEV-TAXA-LIDA =
               FUNCTION NUMVAL-C(LOGC-VALOR-TAXA-X)
           SET IX-CD TO 1
           SEARCH CLASSE-DEV
               AT END
                   CONTINUE
               WHEN IX-CD > QTD-CLASSES-DEV
                   ADD 1 TO QTD-CLASSES-DEV
                   MOVE LOGC-CLASSE-TAXA-X TO CD-CLASSE(IX-CD)
                   PERFORM 247-ALIQUOTA-CLASSE-DEV
               WHEN CD-CLASSE(IX-CD) = LOGC-CLASSE-TAXA-X
                   PERFORM 247-ALIQUOTA-CLASSE-DEV
           END-SEARCH.

       247-ALIQUOTA-CLASSE-DEV.
           IF WS-DEV-BASE > 0
               COMPUTE CD-ALIQUOTA(IX-CD) ROUNDED =
                   WS-DEV-TAXA-LIDA / WS-DEV-BASE
           ELSE
               MOVE WS-TAXA-NOTA-DEV TO CD-ALIQUOTA(IX-CD)
           END-IF.

       297-ACUMULAR-ITEM-DEV.
           SET IX-DV TO 1
           SEARCH ITEM-DEV
                       MOVE WS-DEV-PRECO-LIDO TO DEV-PRECO(IX-DV)
                       MOVE WS-DEV-QTD-LIDA TO DEV-DISPONIVEL(IX-DV)
                       MOVE 0 TO DEV-QTD-DEVOLVER(IX-DV)
                       MOVE LOGC-PROMOCAO-X TO DEV-PROMOCAO(IX-DV)
                   END-IF
               WHEN DEV-CODIGO(IX-DV) = LOGC-CODIGO-PRODUTO-X
                       AND DEV-PRECO(IX-DV) = WS-DEV-PRECO-LIDO
                       AND DEV-PROMOCAO(IX-DV) = LOGC-PROMOCAO-X
                   ADD WS-DEV-QTD-LIDA TO DEV-DISPONIVEL(IX-DV)
           END-SEARCH.

               ELSE
                   MOVE SPACES TO WS-DEV-DESCRICAO
               END-IF
               PERFORM 242-CLASSE-DO-PRODUTO
               MOVE WS-CLASSE-PRODUTO TO DEV-CLASSE(IX-DV)
               MOVE DEV-DISPONIVEL(IX-DV)
                   TO WS-DEV-DISPONIVEL-MOSTRA
               MOVE DEV-PRECO(IX-DV) TO WS-DEV-PRECO-MOSTRA
      * efetiva a devolucao escolhida: uma linha de reversao 'E' por
      * item no log, a linha de resumo da devolucao com taxa e total
      * negativos, a nota de credito impressa, o estoque reposto e o
      * total da sessao abatido do valor devolvido. o credito pode
      * sair em vale-troca, que fica com o saldo em VALES-TROCA.IDX;
      * nesse caso o resumo da devolucao leva a forma 'V' e o vale,
      * para que o fechamento nao tire o credito da gaveta.
      *****************************************************************
       299-REGISTRAR-DEVOLUCAO.
           MOVE 0 TO WS-SUBTOTAL-DEV
           MOVE 0 TO QTD-CLASSES-NOTA
           PERFORM 286-REVERTER-ITEM-DEV
               VARYING IX-DV FROM 1 BY 1
               UNTIL IX-DV > WS-QTD-ITENS-DEV
           IF WS-SUBTOTAL-DEV = 0
               DISPLAY CALC4-TELA-DEV-VAZIA
           ELSE
      * nota original com linhas de taxa por classe: cada classe
      * devolvida credita a aliquota que pagou; sem elas, a taxa
      * efetiva unica da nota, como sempre.
               IF QTD-CLASSES-DEV = 0
                   COMPUTE WS-TAXA-DEV ROUNDED =
                       WS-SUBTOTAL-DEV * WS-TAXA-NOTA-DEV
               ELSE
                   MOVE 0 TO WS-TAXA-DEV
                   PERFORM 248-TRIBUTAR-CLASSE-DEV
                       VARYING IX-CN FROM 1 BY 1
                       UNTIL IX-CN > QTD-CLASSES-NOTA
               END-IF
               COMPUTE WS-TOTAL-DEV = WS-SUBTOTAL-DEV + WS-TAXA-DEV
               MOVE 0 TO WS-NR-VALE-EMITIDO
               IF CONTROLE-VALE-LIGADO
                   MOVE SPACE TO WS-RESPOSTA-VALE
                   DISPLAY CALC4-TELA-PERGUNTA-VALE
                   ACCEPT WS-RESPOSTA-VALE
                       LINE 20 COLUMN 31
                   IF WS-RESPOSTA-VALE = 'S' OR 's'
                       PERFORM 275-EMITIR-VALE
                   END-IF
               END-IF
               MOVE 0 TO LOG-QUANTIDADE
               MOVE 0 TO LOG-PRECO
               COMPUTE LOG-TOTAL = 0 - WS-SUBTOTAL-DEV
               MOVE WS-DEV-CLIENTE TO LOG-CLIENTE
               MOVE WS-NR-NOTA-DEV TO LOG-NR-NOTA
               MOVE 0 TO LOG-DESCONTO
               MOVE 0 TO LOG-PARCELAS
               MOVE WS-OPERADOR TO LOG-OPERADOR
               MOVE 'E' TO LOG-ESTORNO
               MOVE WS-DATA-LOG TO LOG-DATA
               MOVE WS-NR-CAIXA TO LOG-CAIXA
               MOVE SPACES TO LOG-PROMOCAO
               IF WS-NR-VALE-EMITIDO = 0
                   MOVE SPACE TO LOG-FORMA-PAGTO
                   MOVE 0 TO LOG-NR-VALE
                   MOVE 0 TO LOG-VALOR-VALE
               ELSE
                   MOVE 'V' TO LOG-FORMA-PAGTO
                   MOVE WS-NR-VALE-EMITIDO TO LOG-NR-VALE
                   COMPUTE LOG-VALOR-VALE = 0 - WS-TOTAL-DEV
               END-IF
               MOVE SPACE TO LOG-TIPO-REGISTRO
               WRITE REG-LOG-OUT
               IF QTD-CLASSES-DEV > 0
                   MOVE WS-NR-NOTA-DEV TO WS-NOTA-CLASSE
                   MOVE WS-DEV-CLIENTE TO WS-CLIENTE-CLASSE
                   MOVE 'E' TO WS-MARCA-CLASSE
                   PERFORM 257-REGISTRAR-LOG-CLASSE
                       VARYING IX-CN FROM 1 BY 1
                       UNTIL IX-CN > QTD-CLASSES-NOTA
               END-IF
               PERFORM 279-IMPRIMIR-NOTA-CREDITO
               SUBTRACT WS-TOTAL-DEV FROM WS-TOTAL-SESSAO
               IF WS-NR-VALE-EMITIDO = 0
                   DISPLAY CALC4-TELA-DEV-CONCLUIDA
               ELSE
                   DISPLAY CALC4-TELA-DEV-VALE
               END-IF
           END-IF.

       286-REVERTER-ITEM-DEV.
               COMPUTE WS-ITEM-TOTAL-DEV =
                   DEV-QTD-DEVOLVER(IX-DV) * DEV-PRECO(IX-DV)
               ADD WS-ITEM-TOTAL-DEV TO WS-SUBTOTAL-DEV
               MOVE DEV-CLASSE(IX-DV) TO WS-CLASSE-PRODUTO
               MOVE WS-ITEM-TOTAL-DEV TO WS-VALOR-CLASSE
               PERFORM 244-SOMAR-NA-CLASSE
               MOVE DEV-QTD-DEVOLVER(IX-DV) TO LOG-QUANTIDADE
               MOVE DEV-PRECO(IX-DV) TO LOG-PRECO
               COMPUTE LOG-TOTAL = 0 - WS-ITEM-TOTAL-DEV
               MOVE 'E' TO LOG-ESTORNO
               MOVE WS-DATA-LOG TO LOG-DATA
               MOVE WS-NR-CAIXA TO LOG-CAIXA
               MOVE DEV-PROMOCAO(IX-DV) TO LOG-PROMOCAO
               MOVE 0 TO LOG-NR-VALE
               MOVE 0 TO LOG-VALOR-VALE
               MOVE SPACE TO LOG-TIPO-REGISTRO
               WRITE REG-LOG-OUT
               PERFORM 278-REPOR-ESTOQUE-DEV
           END-IF.

      *****************************************************************
      * taxa devolvida de uma classe: a aliquota efetiva da classe na
      * nota original, ou a da nota inteira para classe que ela nao
      * tinha.
      *****************************************************************
       248-TRIBUTAR-CLASSE-DEV.
           MOVE WS-TAXA-NOTA-DEV TO CN-ALIQUOTA(IX-CN)
           SET IX-CD TO 1
           SEARCH CLASSE-DEV
               AT END
                   CONTINUE
               WHEN IX-CD > QTD-CLASSES-DEV
                   CONTINUE
               WHEN CD-CLASSE(IX-CD) = CN-CLASSE(IX-CN)
                   MOVE CD-ALIQUOTA(IX-CD) TO CN-ALIQUOTA(IX-CN)
           END-SEARCH
           MOVE CN-SUBTOTAL(IX-CN) TO CN-BASE(IX-CN)
           COMPUTE CN-TAXA(IX-CN) ROUNDED =
               CN-BASE(IX-CN) * CN-ALIQUOTA(IX-CN)
           ADD CN-TAXA(IX-CN) TO WS-TAXA-DEV.

       278-REPOR-ESTOQUE-DEV.
           IF CONTROLE-ESTOQUE-LIGADO
               MOVE DEV-CODIGO(IX-DV) TO WS-MOV-CODIGO
               MOVE DEV-QTD-DEVOLVER(IX-DV) TO WS-MOV-QUANTIDADE
               MOVE 'D' TO WS-MOV-TIPO
               MOVE WS-NR-NOTA-DEV TO WS-MOV-DOCUMENTO
               PERFORM 189-MOVIMENTAR-ESTOQUE
           END-IF.

      *****************************************************************
      * emite o vale-troca do credito da devolucao: numero tirado de
      * SEQUENCIA-VALE.TXT, valor e saldo iguais ao credito total,
      * validade contada da data do movimento, e o movimento 'E'.
      *****************************************************************
       275-EMITIR-VALE.
           PERFORM 276-AVANCAR-SEQUENCIA-VALE
           MOVE SPACES TO REG-VALE
           MOVE WS-NR-VALE-EMITIDO TO VT-NUMERO
           MOVE WS-DATA-LOG TO VT-DATA-EMISSAO
           COMPUTE WS-DIAS-VENCIMENTO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-LOG)
               + WS-DIAS-VALIDADE-VALE
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-VENCIMENTO)
               TO VT-VALIDADE
           MOVE WS-TOTAL-DEV TO VT-VALOR-EMITIDO
           MOVE WS-TOTAL-DEV TO VT-SALDO
           MOVE WS-DEV-CLIENTE TO VT-CLIENTE
           MOVE WS-NR-NOTA-DEV TO VT-NR-NOTA
           MOVE WS-NR-CAIXA TO VT-CAIXA
           WRITE REG-VALE
               INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR VALE-TROCA: ' VT-NUMERO
                   MOVE 0 TO WS-NR-VALE-EMITIDO
               NOT INVALID KEY
                   MOVE 'E' TO WS-MOV-VALE-TIPO
                   MOVE WS-TOTAL-DEV TO WS-MOV-VALE-VALOR
                   MOVE WS-NR-NOTA-DEV TO WS-MOV-VALE-NOTA
                   PERFORM 216-GRAVAR-MOV-VALE
           END-WRITE.

      *****************************************************************
      * le e avanca na hora a sequencia de vales, nos moldes da
      * sequencia de notas (180/185); sem o arquivo comeca em 1.
      *****************************************************************
       276-AVANCAR-SEQUENCIA-VALE.
           MOVE 1 TO WS-NR-VALE-EMITIDO
           OPEN INPUT SEQUENCIA-VALE
           IF WS-STATUS-SEQ-VALE = '00'
               READ SEQUENCIA-VALE
                   NOT AT END
                       MOVE PROXIMO-VALE TO WS-NR-VALE-EMITIDO
               END-READ
               CLOSE SEQUENCIA-VALE
           END-IF
           OPEN OUTPUT SEQUENCIA-VALE
           COMPUTE PROXIMO-VALE = WS-NR-VALE-EMITIDO + 1
           WRITE REG-SEQ-VALE
           CLOSE SEQUENCIA-VALE.

      *****************************************************************
      * imprime a nota de credito entregue ao cliente, com os itens
      * devolvidos, a taxa devolvida na proporcao da nota original e
           MOVE 'SUBTOTAL:         ' TO NF-ROTULO
           MOVE WS-SUBTOTAL-DEV TO NF-VALOR
           WRITE REG-NOTA-OUT FROM NF-LINHA-TOTAL
           IF QTD-CLASSES-DEV > 0
               PERFORM 267-IMPRIMIR-TAXA-CLASSE
                   VARYING IX-CN FROM 1 BY 1
                   UNTIL IX-CN > QTD-CLASSES-NOTA
           END-IF
           MOVE 'TAXA DEVOLVIDA:   ' TO NF-ROTULO
           MOVE WS-TAXA-DEV TO NF-VALOR
           WRITE REG-NOTA-OUT FROM NF-LINHA-TOTAL
           MOVE 'CREDITO TOTAL:    ' TO NF-ROTULO
           MOVE WS-TOTAL-DEV TO NF-VALOR
           WRITE REG-NOTA-OUT FROM NF-LINHA-TOTAL
           IF WS-NR-VALE-EMITIDO NOT = 0
               MOVE WS-NR-VALE-EMITIDO TO NC-NR-VALE
               MOVE VT-VALIDADE(1:4) TO NC-ANO-VALIDADE
               MOVE VT-VALIDADE(5:2) TO NC-MES-VALIDADE
               MOVE VT-VALIDADE(7:2) TO NC-DIA-VALIDADE
               WRITE REG-NOTA-OUT FROM NC-LINHA-VALE
           END-IF.

       277-IMPRIMIR-ITEM-CREDITO.
           IF DEV-QTD-DEVOLVER(IX-DV) > 0
               COMPUTE WS-ITEM-TOTAL-DEV =
                   DEV-QTD-DEVOLVER(IX-DV) * DEV-PRECO(IX-DV)
               MOVE WS-ITEM-TOTAL-DEV TO NF-TOTAL
               IF DEV-PROMOCAO(IX-DV) = SPACES
                   MOVE SPACES TO NF-MARCA-PROMO
               ELSE
                   MOVE 'PROMO' TO NF-MARCA-PROMO
               END-IF
               WRITE REG-NOTA-OUT FROM NF-LINHA-ITEM
           END-IF.

      *****************************************************************
       300-FIM-PROGRAMA.
           CLOSE LOG-TRANSACOES CONTAS-RECEBER NOTA-FISCAL
                 ARQ-PARCELAS ARQ-CARNES CATALOGO-PRODUTOS
           IF CONTROLE-ESTOQUE-LIGADO
               CLOSE ARQ-ESTOQUE
           END-IF
           IF CONTROLE-VALE-LIGADO
               CLOSE VALES-TROCA
           END-IF
           OPEN OUTPUT SESSAO-CAIXA
           CLOSE SESSAO-CAIXA
           DISPLAY CALC4-TELA-ENCERRAMENTO
           DISPLAY 'CALC4 ENCERRADO CONFORME SOLICITADO'
               LINE 9 COLUMN 14
