           ASSIGN TO '.\MOVIMENTOS-MES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOVIMENTOS.
      * movimentos apurados do relogio de ponto por IMPORTA-PONTO, no
      * mesmo leiaute; opcionais, somados aos do arquivo acima.
       SELECT MOVIMENTOS-PONTO
           ASSIGN TO '.\MOVIMENTOS-PONTO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOVIMENTOS.
       SELECT MOVIMENTOS-EXCECOES
           ASSIGN TO '.\MOVIMENTOS-EXCECOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT EXCECOES-BANCARIAS
           ASSIGN TO '.\EXCECOES-BANCARIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      * alteracoes de dados bancarios digitadas em CADASTRO-BANCARIO
      * e ainda nao aprovadas por um segundo operador; a folha credita
      * na conta aprovada e lista quem foi pago com alteracao pendente.
       SELECT ALTERACOES-BANCARIAS
           ASSIGN TO '.\ALTERACOES-BANCARIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ALTERACOES.
      * agenda de ferias (empregado, data de inicio, dias): as ferias
      * cujo inicio cai na competencia processada sao pagas nesta
      * folha, com o adicional de um terco e a reducao dos dias de
           ASSIGN TO '.\FERIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FERIAS.
      * periodos aquisitivos de ferias por empregado, abertos a cada
      * aniversario da admissao: dias de direito (reduzidos pelas
      * faltas injustificadas), dias gozados e o limite para a
      * concessao. a agenda acima so e paga dentro dos dias devidos;
      * na liberacao o arquivo e regravado com as faltas e os dias
      * pagos no mes.
       SELECT PERIODOS-FERIAS
           ASSIGN TO '.\FERIAS-PERIODOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PERIODOS.
      * adiantamentos pagos no dia 15 por ADIANTAMENTO-SALARIAL,
      * opcionais: o de cada empregado na competencia e descontado do
      * liquido a receber no fim do mes.
       SELECT ARQ-ADIANTAMENTOS
           ASSIGN TO '.\ADIANTAMENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ADIANTAMENTOS.
      * registro de descontos por empregado: emprestimos consignados
      * (contrato, parcela e parcelas restantes) e pensoes/penhoras
      * judiciais (percentual do liquido ou valor fixo), com a conta
      * do beneficiario; aplicado todo mes e, na liberacao, regravado
      * com as parcelas baixadas.
       SELECT DESCONTOS-EMPREGADO
           ASSIGN TO '.\DESCONTOS-EMPREGADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DESCONTOS.
      * repasse aos beneficiarios (bancos credores e alimentandos) dos
      * descontos do registro, no leiaute do credito bancario.
       SELECT ARQ-REPASSE-DESCONTOS
           ASSIGN TO '.\REPASSE-DESCONTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      * faixas datadas da contribuicao previdenciaria do empregado
      * (INSS), progressiva: cada aliquota incide sobre a parcela do
      * bruto dentro da sua faixa, e o limite da ultima faixa e o
      * teto. sem o arquivo nao ha desconto de INSS.
       SELECT TAB-INSS
           ASSIGN TO '.\TAB-INSS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-INSS.
      * aliquotas datadas dos encargos do empregador (INSS patronal e
      * FGTS); sem o arquivo valem os padroes de WORKING-STORAGE.
       SELECT TAB-ENCARGOS
           ASSIGN TO '.\TAB-ENCARGOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ENCARGOS.
      * deposito mensal do FGTS: um registro por empregado com a base
      * e o valor do mes e um trailer com contagem e total, gravado
      * so na liberacao, como o credito bancario.
       SELECT ARQ-DEPOSITO-FGTS
           ASSIGN TO '.\DEPOSITO-FGTS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      * guia dos encargos da competencia para o contador: INSS retido,
      * INSS patronal e FGTS por empregado e os totais a recolher.
       SELECT GUIA-ENCARGOS
           ASSIGN TO '.\GUIA-ENCARGOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
      * conferencia de variacao contra o mes anterior: o historico e
      * relido so para a competencia anterior, antes de ser aberto
      * para extensao; a ultima conta creditada de cada empregado
      * fica em CONTAS-CREDITADAS.TXT, regravado na liberacao. a
      * previa grava as ocorrencias em VARIACOES-PENDENTES.TXT e a
      * liberacao so passa com todas elas confirmadas pelo RH em
      * VARIACOES-CONFIRMADAS.TXT, no mesmo leiaute.
       SELECT HISTORICO-ANTERIOR
           ASSIGN TO '.\HISTORICO-FOLHA.CBDB'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIST-ANTERIOR.
       SELECT CONTAS-CREDITADAS
           ASSIGN TO '.\CONTAS-CREDITADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONTAS-CRED.
       SELECT RELAT-VARIACAO-FOLHA
           ASSIGN TO '.\RELAT-VARIACAO-FOLHA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT VARIACOES-PENDENTES
           ASSIGN TO '.\VARIACOES-PENDENTES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VAR-PENDENTES.
       SELECT VARIACOES-CONFIRMADAS
           ASSIGN TO '.\VARIACOES-CONFIRMADAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VAR-CONFIRMADAS.
      * ponto de checkpoint/restart da liberacao, no espirito do
      * CHECKPOINT-506: empregados ja processados, totais e a posicao
      * do historico. uma liberacao interrompida e retomada dele sem
      * gravar de novo o historico dos empregados ja processados; o
      * historico e cortado na posicao do checkpoint atraves do
      * arquivo de trabalho abaixo.
       SELECT ARQ-CHECKPOINT
           ASSIGN TO '.\CHECKPOINT-462.CBDB'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CHECKPOINT.
       SELECT HISTORICO-REINICIO
           ASSIGN TO '.\HISTORICO-FOLHA.RST'
           ORGANIZATION IS LINE SEQUENTIAL.

      * data oficial do movimento, definida pelo utilitario do
      * operador; na ausencia do arquivo vale o relogio da maquina.
           05 CTLX-VALOR PIC 9(11)V99.

      * movimento do mes: 'C' credito em valor, 'D' desconto em
      * valor, 'H' horas extras (pagas pelo salario-hora anual), 'F'
      * faltas injustificadas em dias (sem valor: o desconto vem em
      * 'D'; os dias reduzem o direito a ferias).
       FD MOVIMENTOS-MES LABEL RECORDS ARE STANDARD.
       01 REG-MOVIMENTO-IN.
           05 MOV-NR-EMPREGADO-IN PIC 9(5).
           05 MOV-CODIGO-IN PIC X.
           05 MOV-VALOR-IN PIC 9(5)V99.

       FD MOVIMENTOS-PONTO LABEL RECORDS ARE STANDARD.
       01 REG-MOVIMENTO-PONTO-IN.
           05 MOVP-NR-EMPREGADO-IN PIC 9(5).
           05 MOVP-CODIGO-IN PIC X.
           05 MOVP-VALOR-IN PIC 9(5)V99.

       FD MOVIMENTOS-EXCECOES LABEL RECORDS ARE OMITTED.
       01 REG-MOV-EXCECAO-OUT PIC X(80).

      * mesmo leiaute gravado por EXTRATO-COMISSAO; o tipo 'E' marca
      * o estorno de comissao, valor a descontar do vendedor.
       FD COMISSOES-FOLHA LABEL RECORDS ARE STANDARD.
       01 REG-COMISSAO-IN.
           05 FOLHA-NR-VENDEDOR-IN PIC 99.
           05 PIC X.
           05 FOLHA-COMISSAO-IN PIC 9(7)V99.
           05 PIC X.
           05 FOLHA-TIPO-IN PIC X.

       FD TAB-DE-PARA-EMPREGADO LABEL RECORDS ARE STANDARD.
       01 REG-DEPARA-EMP-IN.
       FD EXCECOES-BANCARIAS LABEL RECORDS ARE OMITTED.
       01 REG-EXC-BANCARIA-OUT PIC X(80).

      * mesmo leiaute mantido por CADASTRO-BANCARIO; so o empregado e
      * a situacao interessam aqui.
       FD ALTERACOES-BANCARIAS LABEL RECORDS ARE STANDARD.
       01 REG-ALTERACAO-IN.
           05 ALT-EMPREGADO-IN PIC 9(5).
           05 PIC X.
           05 ALT-SITUACAO-IN PIC X.
           05 PIC X(113).

       FD ARQ-FERIAS LABEL RECORDS ARE STANDARD.
       01 REG-FERIAS-IN.
           05 FER-NR-EMPREGADO-IN PIC 9(5).
           05 PIC X.
           05 FER-DIAS-IN PIC 99.

      * situacao 'A' periodo aquisitivo em curso, 'C' completo com
      * dias a conceder, 'Q' quitado. faltas e dias gozados no mes da
      * ultima liberacao ficam separados, para que a liberacao
      * repetida do mesmo mes nao os conte duas vezes.
       FD PERIODOS-FERIAS LABEL RECORDS ARE STANDARD.
       01 REG-PERIODO-FERIAS.
           05 PER-NR-EMPREGADO PIC 9(5).
           05 PIC X.
           05 PER-INICIO PIC 9(8).
           05 PIC X.
           05 PER-FIM PIC 9(8).
           05 PIC X.
           05 PER-LIMITE PIC 9(8).
           05 PIC X.
           05 PER-FALTAS PIC 999.
           05 PIC X.
           05 PER-DIAS-DIREITO PIC 99.
           05 PIC X.
           05 PER-DIAS-GOZADOS PIC 99.
           05 PIC X.
           05 PER-SITUACAO PIC X.
           05 PIC X.
           05 PER-COMPETENCIA PIC 9(6).
           05 PIC X.
           05 PER-FALTAS-MES PIC 999.
           05 PIC X.
           05 PER-GOZADOS-MES PIC 99.

      * mesmo leiaute gravado por ADIANTAMENTO-SALARIAL.
       FD ARQ-ADIANTAMENTOS LABEL RECORDS ARE STANDARD.
       01 REG-ADIANTAMENTO-IN.
           05 ADT-NR-EMPREGADO-IN PIC 9(5).
           05 PIC X.
           05 ADT-COMPETENCIA-IN PIC 9(6).
           05 PIC X.
           05 ADT-VALOR-IN PIC 9(5)V99.
           05 PIC X.
           05 ADT-DATA-PAGAMENTO-IN PIC 9(8).

      * tipo 'E' = emprestimo consignado (valor da parcela, parcelas
      * restantes); tipo 'P' = pensao ou penhora judicial (percentual
      * do liquido ou, com percentual zero, valor fixo). situacao 'A'
      * ativo, 'Q' quitado (ultima parcela baixada), 'E' encerrado a
      * mao. a ultima competencia descontada evita baixar duas vezes
      * a mesma parcela quando a liberacao do mes e repetida.
       FD DESCONTOS-EMPREGADO LABEL RECORDS ARE STANDARD.
       01 REG-DESCONTO-ARQ.
           05 DSC-NR-EMPREGADO PIC 9(5).
           05 PIC X.
           05 DSC-TIPO PIC X.
           05 PIC X.
           05 DSC-CONTRATO PIC X(12).
           05 PIC X.
           05 DSC-VALOR PIC 9(5)V99.
           05 PIC X.
           05 DSC-PERCENTUAL PIC 99V99.
           05 PIC X.
           05 DSC-PARCELAS PIC 999.
           05 PIC X.
           05 DSC-SITUACAO PIC X.
           05 PIC X.
           05 DSC-ULTIMA-COMPETENCIA PIC 9(6).
           05 PIC X.
           05 DSC-BANCO PIC 9(3).
           05 PIC X.
           05 DSC-AGENCIA PIC 9(4).
           05 PIC X.
           05 DSC-CONTA PIC 9(8).
           05 PIC X.
           05 DSC-DV PIC X.
           05 PIC X.
           05 DSC-BENEFICIARIO PIC X(20).

       FD ARQ-REPASSE-DESCONTOS LABEL RECORDS ARE STANDARD.
       01 REG-REPASSE-OUT.
           05 REP-NR-EMPREGADO PIC 9(5).
           05 PIC X.
           05 REP-BENEFICIARIO PIC X(20).
           05 PIC X.
           05 REP-VALOR PIC 9(7)V99.
           05 PIC X.
           05 REP-DATA PIC 9(8).
           05 PIC X.
           05 REP-BANCO PIC 9(3).
           05 PIC X.
           05 REP-AGENCIA PIC 9(4).
           05 PIC X.
           05 REP-CONTA PIC 9(8).
           05 PIC X.
           05 REP-DV PIC X.
           05 PIC X.
           05 REP-CONTRATO PIC X(12).
       01 REG-REPASSE-TRAILER.
           05 REP-TRL-MARCA PIC X(3).
           05 REP-TRL-QTD PIC 9(5).
           05 REP-TRL-TOTAL PIC 9(9)V99.

       FD TAB-INSS LABEL RECORDS ARE STANDARD.
       01 REG-INSS-IN.
           05 INSS-DATA-VIGENCIA-IN PIC 9(8).
           05 INSS-LIMITE-IN PIC 9(5)V99.
           05 INSS-ALIQUOTA-IN PIC V999.

       FD TAB-ENCARGOS LABEL RECORDS ARE STANDARD.
       01 REG-ENCARGOS-IN.
           05 ENC-DATA-VIGENCIA-IN PIC 9(8).
           05 ENC-ALIQ-PATRONAL-IN PIC V999.
           05 ENC-ALIQ-FGTS-IN PIC V999.

       FD ARQ-DEPOSITO-FGTS LABEL RECORDS ARE STANDARD.
       01 REG-DEPOSITO-FGTS.
           05 FGTS-NR-EMPREGADO PIC 9(5).
           05 PIC X.
           05 FGTS-NOME PIC X(20).
           05 PIC X.
           05 FGTS-COMPETENCIA PIC 9(6).
           05 PIC X.
           05 FGTS-BASE PIC 9(7)V99.
           05 PIC X.
           05 FGTS-VALOR PIC 9(7)V99.
       01 REG-DEPOSITO-FGTS-TRAILER.
           05 FGTS-TRL-MARCA PIC X(3).
           05 FGTS-TRL-QTD PIC 9(5).
           05 FGTS-TRL-TOTAL PIC 9(9)V99.

       FD GUIA-ENCARGOS LABEL RECORDS ARE OMITTED.
       01 REG-GUIA-OUT PIC X(80).

       FD ARQ-DATA-MOVIMENTO LABEL RECORDS ARE STANDARD.
       01 REG-DATA-MOV.
           05 DATA-MOV-IN PIC 9(8).
      * departamento do empregado na competencia, para o relatorio
      * de custo da folha por departamento.
           05 HF-DEPTO PIC XX.
      * contribuicao do empregado descontada no mes e os encargos do
      * empregador sobre o mesmo bruto; registros antigos vieram sem
      * os campos.
           05 HF-INSS PIC 9(5)V99.
           05 HF-INSS-PATRONAL PIC 9(5)V99.
           05 HF-FGTS PIC 9(5)V99.
      * adiantamento do dia 15 descontado nesta folha; o liquido
      * gravado acima e o do mes inteiro, adiantamento incluido.
           05 HF-ADIANTAMENTO PIC 9(5)V99.
      * descontos do registro aplicados no mes, ja fora do liquido.
           05 HF-CONSIGNADO PIC 9(5)V99.
           05 HF-PENSAO PIC 9(5)V99.

      * so os campos iniciais, comuns a todas as geracoes do
      * historico, interessam a conferencia de variacao.
       FD HISTORICO-ANTERIOR LABEL RECORDS ARE STANDARD.
       01 REG-HIST-ANTERIOR.
           05 HA-ANO PIC 9(4).
           05 HA-MES PIC 99.
           05 HA-NR-EMPREGADO PIC 9(5).
           05 HA-NOME PIC X(20).
           05 HA-BRUTO PIC 9(6)V99.
           05 PIC X(35).
           05 HA-LIQUIDO PIC 9(5)V99.
      * o registro inteiro, para o corte do historico no reinicio.
       01 REG-HIST-ANTERIOR-INTEIRO PIC X(200).

       FD HISTORICO-REINICIO LABEL RECORDS ARE STANDARD.
       01 REG-HIST-REINICIO PIC X(200).

       FD ARQ-CHECKPOINT LABEL RECORDS ARE STANDARD.
       01 REG-CHECKPOINT.
      * 'S' enquanto uma liberacao esta em andamento; 'N' depois de
      * concluida com sucesso.
           05 FLAG-EM-ANDAMENTO-CKPT PIC X.
           05 COMPETENCIA-CKPT PIC 9(6).
           05 QTD-LIDOS-CKPT PIC 9(7).
           05 ULTIMO-EMPREGADO-CKPT PIC 9(5).
      * totais acumulados ate este ponto, conferidos no reinicio
      * contra os reapurados: entradas alteradas desde a execucao
      * interrompida impedem a retomada.
           05 CONTAGEM-EMPREGADOS-CKPT PIC 9(5).
           05 SOMA-SALARIOS-CKPT PIC 9(7)V99.
           05 QTD-CREDITADOS-CKPT PIC 9(5).
           05 SOMA-CREDITADOS-CKPT PIC 9(9)V99.
      * registros no historico ate este ponto, os anteriores a
      * liberacao incluidos.
           05 POSICAO-HISTORICO-CKPT PIC 9(7).

       FD CONTAS-CREDITADAS LABEL RECORDS ARE STANDARD.
       01 REG-CONTA-CREDITADA.
           05 CCR-NR-EMPREGADO PIC 9(5).
           05 PIC X.
           05 CCR-BANCO PIC 9(3).
           05 PIC X.
           05 CCR-AGENCIA PIC 9(4).
           05 PIC X.
           05 CCR-CONTA PIC 9(8).
           05 PIC X.
           05 CCR-DV PIC X.
           05 PIC X.
           05 CCR-COMPETENCIA PIC 9(6).

       FD RELAT-VARIACAO-FOLHA LABEL RECORDS ARE OMITTED.
       01 REG-RELAT-VARIACAO PIC X(100).

      * tipo 'B' bruto e 'L' liquido acima do limite, 'N' novo na
      * folha, 'A' pago no mes anterior e ausente neste, 'C' conta
      * bancaria diferente da ultima creditada; o registro de
      * empregado zero e tipo '*' marca a competencia da previa.
       FD VARIACOES-PENDENTES LABEL RECORDS ARE STANDARD.
       01 REG-VARIACAO-PENDENTE.
           05 VPD-COMPETENCIA PIC 9(6).
           05 PIC X.
           05 VPD-NR-EMPREGADO PIC 9(5).
           05 PIC X.
           05 VPD-TIPO PIC X.
           05 PIC X.
           05 VPD-NOME PIC X(20).

       FD VARIACOES-CONFIRMADAS LABEL RECORDS ARE STANDARD.
       01 REG-VARIACAO-CONFIRMADA.
           05 VCF-COMPETENCIA PIC 9(6).
           05 PIC X.
           05 VCF-NR-EMPREGADO PIC 9(5).
           05 PIC X.
           05 VCF-TIPO PIC X.
           05 PIC X.
           05 VCF-NOME PIC X(20).

       WORKING-STORAGE SECTION.
      * tela
           05 VLR-IMPOSTO-FEDERAL PIC 9(5)V99.
           05 VLR-IMPOSTO-ESTADUAL PIC 9(5)V99.
           05 VLR-IMPOSTO-ADICIONAL PIC 9(5)V99.
           05 VLR-INSS PIC 9(5)V99.
           05 VLR-INSS-PATRONAL PIC 9(5)V99.
           05 VLR-FGTS PIC 9(5)V99.

      * adiantamentos da competencia carregados na memoria; o do
      * empregado corrente sai do liquido, e o liquido a receber e o
      * que vai para o credito bancario.
       01 WS-STATUS-ADIANTAMENTOS PIC XX.
       01 WS-FIM-ADIANTAMENTOS PIC X VALUE 'N'.
       01 WS-ADIANTAMENTO-EMPREGADO PIC 9(5)V99 VALUE 0.
       01 WS-LIQUIDO-A-RECEBER PIC 9(5)V99 VALUE 0.
       01 WS-SOMA-ADIANTAMENTOS PIC 9(9)V99 VALUE 0.
       01 WS-TAB-ADIANTAMENTOS.
           05 QTD-ADIANTAMENTOS PIC 999 VALUE 0.
           05 ADIANTAMENTO-TAB OCCURS 200 TIMES INDEXED BY IX-AD.
               10 AD-EMPREGADO PIC 9(5).
               10 AD-VALOR PIC 9(5)V99.
               10 AD-USADO PIC X.
       01 LINHA-ADT-EXCECAO.
           05 PIC X(37) VALUE
               'ADIANTAMENTO SEM EMPREGADO NA FOLHA: '.
           05 EXC-ADT-EMPREGADO PIC 9(5).
           05 PIC X(8) VALUE ' VALOR: '.
           05 EXC-ADT-VALOR PIC ZZ,ZZ9.99.

      * registro de descontos carregado na memoria, com o valor e a
      * ocorrencia apurados na folha: 'T' = acima do teto, nao
      * aplicado; 'B' = aplicado, mas sem conta do beneficiario para
      * o repasse.
       01 WS-STATUS-DESCONTOS PIC XX.
       01 WS-FIM-DESCONTOS PIC X VALUE 'N'.
       01 WS-FLAG-DESCONTOS-CHEIO PIC X VALUE 'N'.
           88 REGISTRO-DESCONTOS-CHEIO VALUE 'S'.
       01 WS-TAB-DESCONTOS.
           05 QTD-DESCONTOS PIC 999 VALUE 0.
           05 DESCONTO-TAB OCCURS 200 TIMES INDEXED BY IX-DS.
               10 DS-EMPREGADO PIC 9(5).
               10 DS-TIPO PIC X.
               10 DS-CONTRATO PIC X(12).
               10 DS-VALOR PIC 9(5)V99.
               10 DS-PERCENTUAL PIC 99V99.
               10 DS-PARCELAS PIC 999.
               10 DS-SITUACAO PIC X.
               10 DS-ULTIMA-COMPETENCIA PIC 9(6).
               10 DS-BANCO PIC 9(3).
               10 DS-AGENCIA PIC 9(4).
               10 DS-CONTA PIC 9(8).
               10 DS-DV PIC X.
               10 DS-BENEFICIARIO PIC X(20).
               10 DS-USADO PIC X.
               10 DS-OCORRENCIA PIC X.
               10 DS-VALOR-MES PIC 9(5)V99.
      * teto legal do total descontado pelo registro, em fracao do
      * liquido apos os impostos; P462-TETO-DESCONTOS (percentual
      * inteiro) sobrepoe o padrao.
       01 WS-TETO-DESCONTOS PIC V99 VALUE .35.
       01 WS-TETO-ENV PIC X(3).
       01 WS-MARGEM-DESCONTOS PIC 9(5)V99 VALUE 0.
       01 WS-LIQUIDO-ANTES-DESCONTOS PIC 9(5)V99 VALUE 0.
       01 WS-VALOR-DESCONTO PIC 9(5)V99 VALUE 0.
       01 WS-TIPO-DA-VEZ PIC X VALUE SPACE.
       01 VLR-CONSIGNADO PIC 9(5)V99 VALUE 0.
       01 VLR-PENSAO PIC 9(5)V99 VALUE 0.
       01 WS-QTD-REPASSES PIC 9(5) VALUE 0.
       01 WS-SOMA-REPASSES PIC 9(9)V99 VALUE 0.
       01 LINHA-DSC-EXCECAO.
           05 EXC-DSC-MOTIVO PIC X(37).
           05 EXC-DSC-EMPREGADO PIC 9(5).
           05 PIC X(11) VALUE ' CONTRATO: '.
           05 EXC-DSC-CONTRATO PIC X(12).
           05 PIC X(6) VALUE ' VLR: '.
           05 EXC-DSC-VALOR PIC ZZ,ZZ9.99.

      * faixas de INSS de todas as versoes; vale a versao de data
      * mais recente que nao passa do periodo, com as faixas em ordem
      * crescente de limite dentro da versao.
       01 WS-STATUS-INSS PIC XX.
       01 WS-FIM-INSS PIC X VALUE 'N'.
       01 WS-DATA-INSS-VIGENTE PIC 9(8) VALUE 0.
       01 WS-INSS-ACUMULADO PIC 9(5)V9(6) VALUE 0.
       01 WS-LIMITE-ANTERIOR PIC 9(5)V99 VALUE 0.
       01 WS-PARCELA-FAIXA PIC 9(5)V99 VALUE 0.
       01 WS-TAB-INSS.
           05 QTD-FAIXAS-INSS PIC 99 VALUE 0.
           05 FAIXA-INSS OCCURS 50 TIMES INDEXED BY IX-IN.
               10 IN-DATA-VIGENCIA PIC 9(8).
               10 IN-LIMITE PIC 9(5)V99.
               10 IN-ALIQUOTA PIC V999.

      * aliquotas do empregador; os valores abaixo valem quando
      * TAB-ENCARGOS.TXT nao existe. a patronal ja inclui o RAT e
      * as contribuicoes de terceiros.
       01 WS-STATUS-ENCARGOS PIC XX.
       01 WS-FIM-ENCARGOS PIC X VALUE 'N'.
       01 WS-QTD-ENCARGOS-LIDOS PIC 999 VALUE 0.
       01 WS-DATA-ENCARGOS-VIGENTE PIC 9(8) VALUE 0.
       01 WS-ALIQ-PATRONAL PIC V999 VALUE .200.
       01 WS-ALIQ-FGTS PIC V999 VALUE .080.

      * totais dos encargos da competencia para a guia e o trailer
      * do deposito do FGTS.
       01 WS-SOMA-BASE-ENCARGOS PIC 9(9)V99 VALUE 0.
       01 WS-SOMA-INSS PIC 9(9)V99 VALUE 0.
       01 WS-SOMA-INSS-PATRONAL PIC 9(9)V99 VALUE 0.
       01 WS-SOMA-FGTS PIC 9(9)V99 VALUE 0.
       01 WS-QTD-DEPOSITOS-FGTS PIC 9(5) VALUE 0.
       01 WS-SOMA-DEPOSITOS-FGTS PIC 9(9)V99 VALUE 0.

      * subtotais por departamento para o rateio de centro de custo
       01 WS-TABELA-DEPTOS.
           05 PIC X(3) VALUE ' - '.
           05 EXC-BCO-NOME PIC X(20).

      * empregados com alteracao bancaria pendente de aprovacao; o
      * credito vai para a conta aprovada e o empregado e listado.
       01 WS-STATUS-ALTERACOES PIC XX.
       01 WS-FIM-ALTERACOES PIC X VALUE 'N'.
       01 WS-FLAG-ALT-PENDENTE PIC X VALUE 'N'.
           88 ALTERACAO-PENDENTE VALUE 'S'.
       01 WS-QTD-PENDENTES PIC 999 VALUE 0.
       01 WS-QTD-PAGOS-PENDENTES PIC 9(5) VALUE 0.
       01 WS-TAB-PENDENTES.
           05 PENDENTE-TAB OCCURS 200 TIMES INDEXED BY IX-AP.
               10 AP-EMPREGADO-TAB PIC 9(5).
       01 LINHA-EXC-PENDENTE.
           05 PIC X(36) VALUE
               'PAGO NA CONTA APROVADA, ALTERACAO PE'.
           05 PIC X(8) VALUE 'NDENTE: '.
           05 EXC-PEND-EMPREGADO PIC 9(5).
           05 PIC X(3) VALUE ' - '.
           05 EXC-PEND-NOME PIC X(20).

      * execucao em dois tempos: a rodada padrao e a PREVIA, que
      * produz o relatorio completo, os contracheques e as excecoes
      * mas nao grava o credito bancario nem o historico; so a
       01 WS-FIM-COMISSOES PIC X VALUE 'N'.
       01 WS-FIM-DEPARA-EMP PIC X VALUE 'N'.
       01 WS-COMISSAO-EMPREGADO PIC 9(7)V99 VALUE 0.
       01 WS-ESTORNO-COMISSAO PIC 9(7)V99 VALUE 0.
       01 WS-TAB-DEPARA-EMP.
           05 QTD-DEPARA-EMP PIC 99 VALUE 0.
           05 DEPARA-EMP OCCURS 99 TIMES INDEXED BY IX-DE-EMP.
               10 COM-EMPREGADO PIC 9(5).
               10 COM-VALOR PIC 9(7)V99.
               10 COM-USADA PIC X.
               10 COM-TIPO PIC X.
       01 LINHA-COM-EXCECAO.
           05 PIC X(33) VALUE
               'COMISSAO SEM EMPREGADO NA FOLHA: '.
           05 EXC-COM-VENDEDOR PIC 99.
           05 PIC X(8) VALUE ' VALOR: '.
           05 EXC-COM-VALOR PIC ZZZ,ZZ9.99.
           05 EXC-COM-TIPO PIC X(10).

      * agenda de ferias carregada na memoria e os valores apurados
      * para o empregado corrente: dias pagos, adicional de um terco
               10 FER-EMPREGADO PIC 9(5).
               10 FER-INICIO PIC 9(8).
               10 FER-DIAS PIC 99.
               10 FER-SITUACAO PIC X.
               10 FER-DIAS-DEVIDOS PIC 999.
       01 CC-LINHA-FERIAS.
           05 CC-ROTULO-FERIAS PIC X(28).
           05 CC-VALOR-FERIAS PIC $ZZ,ZZ9.99-.

      * periodos aquisitivos carregados na memoria, em ordem
      * cronologica por empregado; sem data de admissao valida o
      * empregado fica fora do controle e as ferias sao pagas como
      * agendadas.
       01 WS-STATUS-PERIODOS PIC XX.
       01 WS-FIM-PERIODOS PIC X VALUE 'N'.
       01 WS-FLAG-PERIODOS-CHEIO PIC X VALUE 'N'.
           88 REGISTRO-PERIODOS-CHEIO VALUE 'S'.
       01 WS-FLAG-CONTROLE-FERIAS PIC X VALUE 'N'.
           88 EMPREGADO-COM-CONTROLE VALUE 'S'.
       01 WS-FALTAS-MES PIC 999 VALUE 0.
       01 WS-DATA-REFERENCIA PIC 9(8) VALUE 0.
       01 WS-PROXIMO-INICIO PIC 9(8) VALUE 0.
       01 WS-DATA-CALCULO PIC 9(8) VALUE 0.
       01 WS-ANOS-CALCULO PIC 9 VALUE 0.
       01 WS-DIAS-DEVIDOS PIC 999 VALUE 0.
       01 WS-DIAS-A-BAIXAR PIC 99 VALUE 0.
       01 WS-DIAS-BAIXADOS PIC 99 VALUE 0.
       01 WS-TAB-PERIODOS.
           05 QTD-PERIODOS PIC 9(4) VALUE 0.
           05 PERIODO-TAB OCCURS 1000 TIMES INDEXED BY IX-PF.
               10 PF-EMPREGADO PIC 9(5).
               10 PF-INICIO PIC 9(8).
               10 PF-FIM PIC 9(8).
               10 PF-LIMITE PIC 9(8).
               10 PF-FALTAS PIC 999.
               10 PF-DIREITO PIC 99.
               10 PF-GOZADOS PIC 99.
               10 PF-SITUACAO PIC X.
               10 PF-COMPETENCIA PIC 9(6).
               10 PF-FALTAS-MES PIC 999.
               10 PF-GOZADOS-MES PIC 99.
       01 LINHA-FER-EXCECAO.
           05 PIC X(31) VALUE
               'FERIAS ACIMA DOS DIAS DEVIDOS: '.
           05 EXC-FER-EMPREGADO PIC 9(5).
           05 PIC X(9) VALUE ' INICIO: '.
           05 EXC-FER-INICIO PIC 9(8).
           05 PIC X(7) VALUE ' DIAS: '.
           05 EXC-FER-DIAS PIC Z9.
           05 PIC X(10) VALUE ' DEVIDOS: '.
           05 EXC-FER-DEVIDOS PIC ZZ9.

      * movimentos do mes carregados na memoria e o ajuste liquido
      * apurado para o empregado corrente.
       01 WS-STATUS-MOVIMENTOS PIC XX.
       01 WS-VALOR-HORA PIC 9(3)V99 VALUE 0.
       01 WS-TABELA-MOVIMENTOS.
           05 QTD-MOVIMENTOS PIC 999 VALUE 0.
           05 MOVIMENTO-MES OCCURS 600 TIMES INDEXED BY IX-MV.
               10 MOV-NR-EMPREGADO PIC 9(5).
               10 MOV-CODIGO PIC X.
               10 MOV-VALOR PIC 9(5)V99.
               10 MOV-USADO PIC X.

      * conferencia de variacao contra a competencia anterior: a
      * folha anterior carregada do historico (ultimo registro de
      * cada empregado vale, por causa das liberacoes repetidas), a
      * ultima conta creditada e as confirmacoes do RH. o limite e
      * percentual inteiro; P462-LIMITE-VARIACAO sobrepoe o padrao.
       01 WS-STATUS-HIST-ANTERIOR PIC XX.
       01 WS-STATUS-CONTAS-CRED PIC XX.
       01 WS-STATUS-VAR-PENDENTES PIC XX.
       01 WS-STATUS-VAR-CONFIRMADAS PIC XX.
       01 WS-FIM-HIST-ANTERIOR PIC X VALUE 'N'.
       01 WS-FIM-CONTAS-CRED PIC X VALUE 'N'.
       01 WS-FIM-VAR-PENDENTES PIC X VALUE 'N'.
       01 WS-FIM-VAR-CONFIRMADAS PIC X VALUE 'N'.
       01 WS-FLAG-FOLHA-ANTERIOR PIC X VALUE 'N'.
           88 TEM-FOLHA-ANTERIOR VALUE 'S'.
       01 WS-FLAG-PREVIA-PERIODO PIC X VALUE 'N'.
           88 PREVIA-DO-PERIODO VALUE 'S'.
       01 WS-FLAG-CONFIRMADA PIC X VALUE 'N'.
           88 VARIACAO-CONFIRMADA VALUE 'S'.
       01 WS-FLAG-CONTAS-CHEIO PIC X VALUE 'N'.
           88 REGISTRO-CONTAS-CHEIO VALUE 'S'.
       01 WS-PERIODO-ANTERIOR PIC 9(6) VALUE 0.
       01 WS-QTD-CONTAS-LIDAS PIC 999 VALUE 0.
       01 WS-LIMITE-VARIACAO PIC 999 VALUE 20.
       01 WS-LIMITE-ENV PIC X(3).
       01 WS-PERC-VARIACAO PIC S9(5)V9 VALUE 0.
       01 WS-VALOR-ANTERIOR PIC S9(6)V99 VALUE 0.
       01 WS-VALOR-ATUAL PIC S9(6)V99 VALUE 0.
       01 WS-TIPO-VARIACAO PIC X VALUE SPACE.
       01 WS-VAR-EMPREGADO PIC 9(5) VALUE 0.
       01 WS-VAR-NOME PIC X(20) VALUE SPACES.
       01 WS-QTD-VARIACOES PIC 9(5) VALUE 0.
       01 WS-QTD-NAO-CONFIRMADAS PIC 9(5) VALUE 0.
       01 WS-TAB-FOLHA-ANTERIOR.
           05 QTD-FOLHA-ANTERIOR PIC 999 VALUE 0.
           05 FOLHA-ANTERIOR-TAB OCCURS 300 TIMES INDEXED BY IX-FA.
               10 FA-EMPREGADO PIC 9(5).
               10 FA-NOME PIC X(20).
               10 FA-BRUTO PIC 9(6)V99.
               10 FA-LIQUIDO PIC 9(5)V99.
               10 FA-PAGO-NO-MES PIC X.
       01 WS-TAB-CONTAS-CREDITADAS.
           05 QTD-CONTAS-CRED PIC 999 VALUE 0.
           05 CONTA-CRED-TAB OCCURS 300 TIMES INDEXED BY IX-CT.
               10 CT-EMPREGADO PIC 9(5).
               10 CT-BANCO PIC 9(3).
               10 CT-AGENCIA PIC 9(4).
               10 CT-CONTA PIC 9(8).
               10 CT-DV PIC X.
               10 CT-COMPETENCIA PIC 9(6).
       01 WS-TAB-CONFIRMADAS.
           05 QTD-CONFIRMADAS PIC 999 VALUE 0.
           05 CONFIRMADA-TAB OCCURS 500 TIMES INDEXED BY IX-VC.
               10 VC-EMPREGADO PIC 9(5).
               10 VC-TIPO PIC X.
       01 WS-CONTA-EDITADA.
           05 WS-CE-BANCO PIC 9(3).
           05 PIC X VALUE '/'.
           05 WS-CE-AGENCIA PIC 9(4).
           05 PIC X VALUE '/'.
           05 WS-CE-CONTA PIC 9(8).
           05 PIC X VALUE '-'.
           05 WS-CE-DV PIC X.
       01 VR-CABECALHO-1.
           05 PIC X(41) VALUE
               'VARIACOES DA FOLHA SOBRE A COMPETENCIA   '.
           05 VR-PERIODO-ANTERIOR PIC 9(6).
           05 PIC X(15) VALUE ' - COMPETENCIA '.
           05 VR-PERIODO PIC 9(6).
           05 PIC X VALUE SPACE.
           05 VR-MODO PIC X(9).
       01 VR-CABECALHO-2.
           05 PIC X(48) VALUE
               'EMP#  NOME                 OCORRENCIA          '.
           05 PIC X(38) VALUE
               '  ANTERIOR      ATUAL   VAR % SITUACAO'.
       01 VR-LINHA-TRACO.
           05 PIC X(90) VALUE ALL '-'.
       01 VR-LINHA-VARIACAO.
           05 VR-NR-EMPREGADO PIC 9(5).
           05 PIC X VALUE SPACE.
           05 VR-NOME PIC X(20).
           05 PIC X VALUE SPACE.
           05 VR-OCORRENCIA PIC X(20).
           05 PIC X VALUE SPACE.
           05 VR-ANTERIOR PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 PIC X VALUE SPACE.
           05 VR-ATUAL PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 PIC X VALUE SPACE.
           05 VR-PERCENTUAL PIC ----9.9 BLANK WHEN ZERO.
           05 PIC X VALUE SPACE.
           05 VR-CONFIRMACAO PIC X(10).
       01 VR-LINHA-CONTA.
           05 PIC X(27) VALUE SPACES.
           05 PIC X(6) VALUE 'CONTA '.
           05 VR-CONTA-ANTERIOR PIC X(20).
           05 PIC X(6) VALUE ' PARA '.
           05 VR-CONTA-ATUAL PIC X(20).
       01 VR-LINHA-RESUMO.
           05 VR-ROTULO PIC X(36).
           05 VR-QUANTIDADE PIC ZZ,ZZ9.

      * checkpoint/restart da liberacao: o checkpoint lido da
      * execucao interrompida, e o avanco desta. no reinicio os
      * empregados ate o checkpoint sao recalculados (para refazer
      * totais, tabelas e relatorios) sem gravar o historico de novo;
      * P462-INTERVALO-CHECKPOINT sobrepoe o intervalo padrao.
       01 WS-STATUS-CHECKPOINT PIC XX.
       01 WS-FLAG-CHECKPOINT PIC X VALUE 'N'.
           88 HOUVE-CHECKPOINT VALUE 'S'.
       01 WS-FLAG-REPOSICAO PIC X VALUE 'N'.
           88 EM-REPOSICAO VALUE 'S'.
       01 WS-FIM-HIST-REINICIO PIC X VALUE 'N'.
       01 WS-INTERVALO-CHECKPOINT PIC 999 VALUE 25.
       01 WS-INTERVALO-ENV PIC X(3).
       01 WS-QTD-DESDE-CHECKPOINT PIC 999 VALUE 0.
       01 WS-QTD-SALARIO-LIDOS PIC 9(7) VALUE 0.
       01 WS-QTD-HIST-LIDOS PIC 9(7) VALUE 0.
       01 WS-QTD-HIST-GRAVADOS PIC 9(7) VALUE 0.
       01 WS-QTD-HIST-COPIADOS PIC 9(7) VALUE 0.
       01 WS-CHECKPOINT-ANTERIOR.
           05 CKA-FLAG-EM-ANDAMENTO PIC X.
           05 CKA-COMPETENCIA PIC 9(6).
           05 CKA-QTD-LIDOS PIC 9(7).
           05 CKA-ULTIMO-EMPREGADO PIC 9(5).
           05 CKA-CONTAGEM-EMPREGADOS PIC 9(5).
           05 CKA-SOMA-SALARIOS PIC 9(7)V99.
           05 CKA-QTD-CREDITADOS PIC 9(5).
           05 CKA-SOMA-CREDITADOS PIC 9(9)V99.
           05 CKA-POSICAO-HISTORICO PIC 9(7).
       01 LINHA-REINICIO.
           05 PIC X(37) VALUE
               '*** REINICIO DA LIBERACAO - RETOMADA '.
           05 PIC X(17) VALUE 'APOS O EMPREGADO '.
           05 RST-ULTIMO-EMPREGADO PIC 9(5).
           05 PIC X(2) VALUE ' ('.
           05 RST-QTD-LIDOS PIC ZZZZZZ9.
           05 PIC X(15) VALUE ' REGISTROS) ***'.

      * linhas da guia de encargos
       01 GE-CABECALHO-1.
           05 PIC X(40) VALUE
               'GUIA DE ENCARGOS DA FOLHA - COMPETENCIA '.
           05 GE-MES PIC 99.
           05 PIC X VALUE '/'.
           05 GE-ANO PIC 9(4).
           05 PIC X VALUE SPACE.
           05 GE-MODO PIC X(8).
       01 GE-CABECALHO-2.
           05 PIC X(38) VALUE
               'EMP#  NOME                       BASE '.
           05 PIC X(32) VALUE
               ' INSS EMPR   PATRONAL       FGTS'.
       01 GE-LINHA-TRACO.
           05 PIC X(70) VALUE ALL '-'.
       01 GE-LINHA-EMPREGADO.
           05 GE-NR-EMPREGADO PIC 9(5).
           05 PIC X VALUE SPACE.
           05 GE-NOME PIC X(20).
           05 PIC X VALUE SPACE.
           05 GE-BASE PIC ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 GE-INSS PIC ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 GE-INSS-PATRONAL PIC ZZZ,ZZ9.99.
           05 PIC X VALUE SPACE.
           05 GE-FGTS PIC ZZZ,ZZ9.99.
       01 GE-LINHA-TOTAL.
           05 GE-ROTULO PIC X(36).
           05 GE-VALOR PIC $$$,$$$,$$9.99.
       01 GE-LINHA-ALIQUOTA.
           05 GE-ROTULO-ALIQ PIC X(36).
           05 GE-ALIQUOTA PIC Z9.9.
           05 PIC X(13) VALUE '%  VIGENCIA: '.
           05 GE-VIGENCIA PIC 9(8).

      * linhas do contracheque individual
       01 CC-LINHA-TRACO.
           05 PIC X(46) VALUE ALL '='.
                   'BANCARIO NEM HISTORICO; LIBERE COM '
                   'P462-LIBERAR=S APOS A REVISAO'
           END-IF
      * a liberacao so passa com as variacoes apontadas pela previa
      * da competencia confirmadas; o historico anterior e lido antes
      * de o historico ser aberto para extensao.
           PERFORM LER-VARIACOES-CONFIRMADAS
           IF FOLHA-LIBERADA
               PERFORM CONFERIR-VARIACOES-PENDENTES
               PERFORM LER-CHECKPOINT
           END-IF
           PERFORM LER-FOLHA-ANTERIOR
           PERFORM LER-CONTAS-CREDITADAS
           PERFORM ABRIR-RELAT-VARIACAO
           OPEN INPUT TAB-IMPOSTOS ARQ-SALARIO
           OPEN OUTPUT RELATORIO-SALARIO CONTRACHEQUES
           IF FOLHA-LIBERADA
               OPEN OUTPUT ARQ-PAGAMENTO-BANCO
               OPEN EXTEND HISTORICO-FOLHA
               IF NOT HOUVE-CHECKPOINT
                   PERFORM GRAVAR-CHECKPOINT
               END-IF
           END-IF
           PERFORM LER-IMPOSTOS
           PERFORM LER-PARAMETROS
           PERFORM LER-TABELA-INSS
           PERFORM LER-ENCARGOS
           PERFORM LER-MOVIMENTOS
           PERFORM LER-COMISSOES
           PERFORM LER-FERIAS
           PERFORM LER-PERIODOS-FERIAS
           PERFORM LER-ADIANTAMENTOS
           PERFORM LER-DESCONTOS
           PERFORM LER-DADOS-BANCARIOS
           PERFORM LER-ALTERACOES-PENDENTES
           OPEN OUTPUT EXCECOES-BANCARIAS GUIA-ENCARGOS
           IF FOLHA-LIBERADA
               OPEN OUTPUT ARQ-DEPOSITO-FGTS ARQ-REPASSE-DESCONTOS
           END-IF
           PERFORM ESCREVER-CABECALHO-GUIA
           PERFORM LOOP-SETUP
           IF HOUVE-CHECKPOINT
               PERFORM AVISAR-REINICIO
           END-IF
           PERFORM UNTIL WS-ULTIMO-REGISTRO = 'S'
               READ ARQ-SALARIO
                   AT END
                       MOVE 'S' TO WS-ULTIMO-REGISTRO
                   NOT AT END
                       ADD 1 TO WS-QTD-SALARIO-LIDOS
      * empregado desligado fica fora da folha mensal a partir da
      * competencia da demissao; o acerto final e da rescisao.
                       IF DATA-DEMISSAO-IN IS NUMERIC
                       ELSE
                           PERFORM CALCULAR-IMPOSTO
                       END-IF
                       PERFORM CONTROLAR-CHECKPOINT
           END-PERFORM
           IF EM-REPOSICAO
               PERFORM RECUSAR-REINICIO
           END-IF
           PERFORM IMPRIMIR-TOTAIS
           PERFORM IMPRIMIR-TOTAIS-GUIA
           PERFORM FECHAR-RELAT-VARIACAO
           PERFORM AVISAR-PAGOS-PENDENTES
           IF FOLHA-LIBERADA
               PERFORM GRAVAR-TRAILER-PAGAMENTO
               PERFORM GRAVAR-TRAILER-FGTS
               PERFORM GRAVAR-TRAILER-REPASSE
               PERFORM REGRAVAR-DESCONTOS
               PERFORM REGRAVAR-PERIODOS-FERIAS
               PERFORM REGRAVAR-CONTAS-CREDITADAS
           END-IF
           PERFORM LISTAR-MOVIMENTOS-ORFAOS
           IF FOLHA-LIBERADA
               PERFORM MARCAR-CHECKPOINT-COMPLETO
           END-IF
           PERFORM GRAVAR-CONTROLE-EXECUCAO
           CLOSE TAB-IMPOSTOS ARQ-SALARIO RELATORIO-SALARIO
                 CONTRACHEQUES EXCECOES-BANCARIAS GUIA-ENCARGOS
           IF FOLHA-LIBERADA
               CLOSE ARQ-PAGAMENTO-BANCO HISTORICO-FOLHA
                     ARQ-DEPOSITO-FGTS ARQ-REPASSE-DESCONTOS
           END-IF
           STOP RUN.

           MOVE NR-EMPREGADO-IN TO NR-EMPREGADO-OUT
           MOVE NOME-EMPREGADO-IN TO NOME-EMPREGADO-OUT
           PERFORM APURAR-AJUSTE-MES
           PERFORM CALCULAR-INSS-EMPREGADO
           SET IMP TO 1
           SEARCH WS-TAB-IMPOSTOS
               AT END
               WHEN WS-BRUTO-AJUSTADO < RENDIMENTO-MAXIMO(IMP)
                   PERFORM CALCULAR-SALARIO
           END-SEARCH
           PERFORM APLICAR-DESCONTOS-REGISTRO
           MOVE WS-AJUSTE-MES TO AJUSTE-OUT
           MOVE VLR-REDUCAO-ALTA-RENDA TO REDUCAO-OUT
           MOVE VLR-DEDUCAO-DEPEND TO DEDUCAO-OUT
           MOVE WS-SALARIO-LIQUIDO TO SALARIO-LIQUIDO-OUT
           ADD 1 TO WS-CONTAGEM-EMPREGADOS
           ADD WS-SALARIO-LIQUIDO TO WS-SOMA-SALARIOS
           PERFORM CALCULAR-ENCARGOS-EMPREGADOR
           PERFORM DESCONTAR-ADIANTAMENTO
           PERFORM ACUMULAR-DEPTO
           PERFORM ADICIONAR-SALARIO
           PERFORM IMPRIMIR-LINHA-GUIA
      * a conferencia dos dados bancarios roda tambem na previa: as
      * excecoes precisam aparecer na revisao, antes da liberacao. a
      * previa para na revisao: o credito e o historico so saem na
      * execucao de liberacao.
           PERFORM CONFERIR-DADOS-BANCARIOS
           PERFORM CONFERIR-VARIACAO-EMPREGADO
           IF FOLHA-LIBERADA
               PERFORM GRAVAR-PAGAMENTO-BANCO
               PERFORM GUARDAR-CONTA-CREDITADA
      * no reinicio, o historico dos empregados ate o checkpoint ja
      * esta gravado.
               IF NOT EM-REPOSICAO
                   PERFORM GRAVAR-HISTORICO-FOLHA
               END-IF
               PERFORM GRAVAR-DEPOSITO-FGTS
           END-IF
           PERFORM IMPRIMIR-CONTRACHEQUE.

           MOVE 'COMISSAO DE VENDAS:         ' TO CC-ROTULO
           MOVE WS-COMISSAO-EMPREGADO TO CC-VALOR
           PERFORM ESCREVER-LINHA-CONTRACHEQUE
      * estorno de comissao (devolucao ou perda de venda ja
      * comissionada) so aparece quando ha o que descontar.
           IF WS-ESTORNO-COMISSAO > 0
               MOVE 'ESTORNO DE COMISSAO:        '
                   TO CC-ROTULO-FERIAS
               COMPUTE CC-VALOR-FERIAS = 0 - WS-ESTORNO-COMISSAO
               WRITE REG-CONTRACHEQUE-OUT FROM CC-LINHA-FERIAS
                   AFTER ADVANCING 1 LINE
           END-IF
      * as verbas de ferias so aparecem no mes em que ha ferias
           IF WS-DIAS-FERIAS > 0
               MOVE 'FERIAS (DIAS PAGOS):        '
           MOVE 'DEDUCAO POR DEPENDENTES:    ' TO CC-ROTULO
           MOVE VLR-DEDUCAO-DEPEND TO CC-VALOR
           PERFORM ESCREVER-LINHA-CONTRACHEQUE
           MOVE 'INSS:                       ' TO CC-ROTULO
           MOVE VLR-INSS TO CC-VALOR
           PERFORM ESCREVER-LINHA-CONTRACHEQUE
           MOVE 'IMPOSTO FEDERAL:            ' TO CC-ROTULO
           MOVE VLR-IMPOSTO-FEDERAL TO CC-VALOR
           PERFORM ESCREVER-LINHA-CONTRACHEQUE
           MOVE 'IMPOSTO ADICIONAL:          ' TO CC-ROTULO
           MOVE VLR-IMPOSTO-ADICIONAL TO CC-VALOR
           PERFORM ESCREVER-LINHA-CONTRACHEQUE
      * descontos do registro so aparecem quando aplicados no mes
           IF VLR-CONSIGNADO > 0
               MOVE 'EMPRESTIMO CONSIGNADO:      ' TO CC-ROTULO
               MOVE VLR-CONSIGNADO TO CC-VALOR
               PERFORM ESCREVER-LINHA-CONTRACHEQUE
           END-IF
           IF VLR-PENSAO > 0
               MOVE 'PENSAO/PENHORA JUDICIAL:    ' TO CC-ROTULO
               MOVE VLR-PENSAO TO CC-VALOR
               PERFORM ESCREVER-LINHA-CONTRACHEQUE
           END-IF
           MOVE 'SALARIO LIQUIDO:            ' TO CC-ROTULO
           MOVE WS-SALARIO-LIQUIDO TO CC-VALOR
           PERFORM ESCREVER-LINHA-CONTRACHEQUE
      * o adiantamento do dia 15 so aparece quando houve
           IF WS-ADIANTAMENTO-EMPREGADO > 0
               MOVE 'ADIANTAMENTO SALARIAL:      ' TO CC-ROTULO
               MOVE WS-ADIANTAMENTO-EMPREGADO TO CC-VALOR
               PERFORM ESCREVER-LINHA-CONTRACHEQUE
               MOVE 'LIQUIDO A RECEBER:          ' TO CC-ROTULO
               MOVE WS-LIQUIDO-A-RECEBER TO CC-VALOR
               PERFORM ESCREVER-LINHA-CONTRACHEQUE
           END-IF
      * o FGTS nao sai do liquido: e deposito do empregador, impresso
      * so para conferencia do empregado.
           MOVE 'FGTS DEPOSITADO NO MES:     ' TO CC-ROTULO
           MOVE VLR-FGTS TO CC-VALOR
           PERFORM ESCREVER-LINHA-CONTRACHEQUE
           WRITE REG-CONTRACHEQUE-OUT FROM CC-LINHA-TRACO
               AFTER ADVANCING 1 LINE.

           COMPUTE HF-VALOR-FERIAS =
               WS-VALOR-FERIAS + WS-TERCO-FERIAS
           MOVE DEPTO-IN TO HF-DEPTO
           MOVE VLR-INSS TO HF-INSS
           MOVE VLR-INSS-PATRONAL TO HF-INSS-PATRONAL
           MOVE VLR-FGTS TO HF-FGTS
           MOVE WS-ADIANTAMENTO-EMPREGADO TO HF-ADIANTAMENTO
           MOVE VLR-CONSIGNADO TO HF-CONSIGNADO
           MOVE VLR-PENSAO TO HF-PENSAO
           WRITE REG-HIST-FOLHA
           ADD 1 TO WS-QTD-HIST-GRAVADOS.

      ******************************************************************
      * acumula o empregado recem-calculado no subtotal do seu
           COMPUTE WS-DESCONTOS-EMPREGADO =
               VLR-REDUCAO-ALTA-RENDA + VLR-DEDUCAO-DEPEND
               + VLR-IMPOSTO-FEDERAL + VLR-IMPOSTO-ESTADUAL
               + VLR-IMPOSTO-ADICIONAL + VLR-INSS
               + VLR-CONSIGNADO + VLR-PENSAO
           SET IX-DE TO 1
           SEARCH DEPTO-FOLHA
               AT END
           ADD WS-DESCONTOS-EMPREGADO TO DEPTO-DESCONTOS(IX-DE)
           ADD WS-SALARIO-LIQUIDO TO DEPTO-LIQUIDO(IX-DE).

      ******************************************************************
      * confere os dados bancarios do empregado corrente e aponta a
      * falta na listagem de excecoes, tanto na previa quanto na
               MOVE NOME-EMPREGADO-IN TO EXC-BCO-NOME
               WRITE REG-EXC-BANCARIA-OUT FROM LINHA-EXC-BANCARIA
                   AFTER ADVANCING 1 LINE
           END-IF
           IF TEM-DADOS-BANCARIOS
               PERFORM PROCURAR-ALTERACAO-PENDENTE
               IF ALTERACAO-PENDENTE
                   ADD 1 TO WS-QTD-PAGOS-PENDENTES
                   MOVE NR-EMPREGADO-IN TO EXC-PEND-EMPREGADO
                   MOVE NOME-EMPREGADO-IN TO EXC-PEND-NOME
                   WRITE REG-EXC-BANCARIA-OUT FROM LINHA-EXC-PENDENTE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

      ******************************************************************
      * grava o credito bancario do empregado recem-calculado, para
      * que o dia de pagamento nao dependa de redigitacao no portal
      * do banco.
      ******************************************************************
       GRAVAR-PAGAMENTO-BANCO.
           IF TEM-DADOS-BANCARIOS
               MOVE SPACES TO REG-PAGAMENTO-OUT
               MOVE NR-EMPREGADO-IN TO PGTO-NR-EMPREGADO
               MOVE NOME-EMPREGADO-IN TO PGTO-NOME
               MOVE WS-LIQUIDO-A-RECEBER TO PGTO-VALOR
               MOVE WS-DATA-PAGAMENTO TO PGTO-DATA
               MOVE DB-BANCO-TAB(IX-DB) TO PGTO-BANCO
               MOVE DB-AGENCIA-TAB(IX-DB) TO PGTO-AGENCIA
               MOVE DB-DV-TAB(IX-DB) TO PGTO-DV
               WRITE REG-PAGAMENTO-OUT
               ADD 1 TO WS-QTD-CREDITADOS
               ADD WS-LIQUIDO-A-RECEBER TO WS-SOMA-CREDITADOS
           END-IF.

      ******************************************************************
                   END-IF
           END-READ.

      ******************************************************************
      * carrega os empregados com alteracao bancaria pendente; o
      * arquivo e opcional e so as de situacao 'P' entram, as ja
      * aprovadas estao em DADOS-BANCARIOS e as rejeitadas nao valem.
      ******************************************************************
       LER-ALTERACOES-PENDENTES.
           OPEN INPUT ALTERACOES-BANCARIAS
           IF WS-STATUS-ALTERACOES = '00'
               PERFORM CARREGAR-ALTERACAO-PENDENTE
                   UNTIL WS-FIM-ALTERACOES = 'S'
               CLOSE ALTERACOES-BANCARIAS
           END-IF.

       CARREGAR-ALTERACAO-PENDENTE.
           READ ALTERACOES-BANCARIAS
               AT END
                   MOVE 'S' TO WS-FIM-ALTERACOES
               NOT AT END
                   IF ALT-SITUACAO-IN = 'P'
                           AND WS-QTD-PENDENTES < 200
                       ADD 1 TO WS-QTD-PENDENTES
                       MOVE ALT-EMPREGADO-IN
                           TO AP-EMPREGADO-TAB(WS-QTD-PENDENTES)
                   END-IF
           END-READ.

       PROCURAR-ALTERACAO-PENDENTE.
           MOVE 'N' TO WS-FLAG-ALT-PENDENTE
           SET IX-AP TO 1
           SEARCH PENDENTE-TAB
               AT END
                   CONTINUE
               WHEN IX-AP > WS-QTD-PENDENTES
                   CONTINUE
               WHEN AP-EMPREGADO-TAB(IX-AP) = NR-EMPREGADO-IN
                   SET ALTERACAO-PENDENTE TO TRUE
           END-SEARCH.

       AVISAR-PAGOS-PENDENTES.
           IF WS-QTD-PAGOS-PENDENTES > 0
               DISPLAY 'EMPREGADOS PAGOS COM ALTERACAO BANCARIA '
                   'PENDENTE: ' WS-QTD-PAGOS-PENDENTES
                   ' - VER EXCECOES-BANCARIAS.TXT'
           END-IF.

      ******************************************************************
      * dados validos = registro presente com banco e conta
      * preenchidos; banco ou conta zerados equivalem a ausencia.
       GRAVAR-TRAILER-PAGAMENTO.
           MOVE 'TRL' TO PGTO-TRL-MARCA
      * o trailer fecha com o que de fato foi gravado no arquivo;
      * empregados sem dados bancarios ficaram nas excecoes e os
      * adiantamentos ja foram creditados no dia 15.
           MOVE WS-QTD-CREDITADOS TO PGTO-TRL-QTD
           MOVE WS-SOMA-CREDITADOS TO PGTO-TRL-TOTAL
           WRITE REG-PAGAMENTO-TRAILER
           COMPUTE VLR-DEDUCAO-DEPEND ROUNDED =
               WS-DEDUCAO-DEPENDENTE * NR-DEPENDENTES-IN
           SUBTRACT VLR-DEDUCAO-DEPEND FROM SAL
      * a contribuicao ao INSS sai antes dos impostos, reduzindo a
      * base sobre a qual eles incidem.
           SUBTRACT VLR-INSS FROM SAL
           COMPUTE VLR-IMPOSTO-FEDERAL ROUNDED =
               SAL * IMPOSTO-FEDERAL(IMP)
           SUBTRACT VLR-IMPOSTO-FEDERAL FROM SAL
               PERFORM CARREGAR-MOVIMENTO
                   UNTIL WS-FIM-MOVIMENTOS = 'S'
               CLOSE MOVIMENTOS-MES
           END-IF
           MOVE 'N' TO WS-FIM-MOVIMENTOS
           OPEN INPUT MOVIMENTOS-PONTO
           IF WS-STATUS-MOVIMENTOS = '00'
               PERFORM CARREGAR-MOVIMENTO-PONTO
                   UNTIL WS-FIM-MOVIMENTOS = 'S'
               CLOSE MOVIMENTOS-PONTO
           END-IF.

       CARREGAR-MOVIMENTO-PONTO.
           READ MOVIMENTOS-PONTO
               AT END
                   MOVE 'S' TO WS-FIM-MOVIMENTOS
               NOT AT END
                   IF QTD-MOVIMENTOS < 600
                       ADD 1 TO QTD-MOVIMENTOS
                       MOVE MOVP-NR-EMPREGADO-IN
                           TO MOV-NR-EMPREGADO(QTD-MOVIMENTOS)
                       MOVE MOVP-CODIGO-IN
                           TO MOV-CODIGO(QTD-MOVIMENTOS)
                       MOVE MOVP-VALOR-IN
                           TO MOV-VALOR(QTD-MOVIMENTOS)
                       MOVE 'N' TO MOV-USADO(QTD-MOVIMENTOS)
                   ELSE
                       DISPLAY 'MOVIMENTO DO PONTO IGNORADO, TABELA '
                           'CHEIA: ' MOVP-NR-EMPREGADO-IN
                   END-IF
           END-READ.

       CARREGAR-MOVIMENTO.
           READ MOVIMENTOS-MES
               AT END
                   MOVE 'S' TO WS-FIM-MOVIMENTOS
               NOT AT END
                   IF QTD-MOVIMENTOS < 600
                       ADD 1 TO QTD-MOVIMENTOS
                       MOVE MOV-NR-EMPREGADO-IN
                           TO MOV-NR-EMPREGADO(QTD-MOVIMENTOS)
                       MOVE FOLHA-COMISSAO-IN
                           TO COM-VALOR(QTD-COMISSOES)
                       MOVE 'N' TO COM-USADA(QTD-COMISSOES)
                       MOVE FOLHA-TIPO-IN TO COM-TIPO(QTD-COMISSOES)
                       MOVE 0 TO COM-EMPREGADO(QTD-COMISSOES)
                       SET IX-DE-EMP TO 1
                       SEARCH DEPARA-EMP
                       MOVE FER-DATA-INICIO-IN
                           TO FER-INICIO(QTD-FERIAS)
                       MOVE FER-DIAS-IN TO FER-DIAS(QTD-FERIAS)
                       MOVE SPACE TO FER-SITUACAO(QTD-FERIAS)
                       MOVE 0 TO FER-DIAS-DEVIDOS(QTD-FERIAS)
                   END-IF
           END-READ.

           MOVE 0 TO WS-TERCO-FERIAS
           MOVE 0 TO WS-REDUCAO-FERIAS
           MOVE 0 TO WS-DIAS-FERIAS
           PERFORM CONTROLAR-PERIODOS-EMPREGADO
           PERFORM CASAR-FERIAS
               VARYING IX-FE FROM 1 BY 1 UNTIL IX-FE > QTD-FERIAS
           IF WS-DIAS-FERIAS > 0
                   AND FER-INICIO(IX-FE)(1:4) = WS-ANO-FOLHA
                   AND FUNCTION NUMVAL(FER-INICIO(IX-FE)(5:2))
                       = WS-MES-FOLHA
               IF EMPREGADO-COM-CONTROLE
                   PERFORM CONFERIR-DIAS-DEVIDOS
                   IF FER-SITUACAO(IX-FE) = 'R'
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               ADD FER-DIAS(IX-FE) TO WS-DIAS-FERIAS
           END-IF.

      ******************************************************************
      * dias devidos na data de inicio das ferias: o saldo dos
      * periodos aquisitivos ja completos. ferias acima do saldo sao
      * recusadas (nao pagas, listadas nas excecoes); as aceitas
      * baixam os dias do periodo mais antigo em diante.
      ******************************************************************
       CONFERIR-DIAS-DEVIDOS.
           MOVE 0 TO WS-DIAS-DEVIDOS
           PERFORM SOMAR-DIAS-DEVIDOS
               VARYING IX-PF FROM 1 BY 1 UNTIL IX-PF > QTD-PERIODOS
           IF FER-DIAS(IX-FE) > WS-DIAS-DEVIDOS
               MOVE 'R' TO FER-SITUACAO(IX-FE)
               MOVE WS-DIAS-DEVIDOS TO FER-DIAS-DEVIDOS(IX-FE)
               EXIT PARAGRAPH
           END-IF
           MOVE FER-DIAS(IX-FE) TO WS-DIAS-A-BAIXAR
           PERFORM BAIXAR-DIAS-PERIODO
               VARYING IX-PF FROM 1 BY 1
               UNTIL IX-PF > QTD-PERIODOS OR WS-DIAS-A-BAIXAR = 0.

       SOMAR-DIAS-DEVIDOS.
           IF PF-EMPREGADO(IX-PF) = NR-EMPREGADO-IN
                   AND PF-FIM(IX-PF) < FER-INICIO(IX-FE)
                   AND PF-DIREITO(IX-PF) > PF-GOZADOS(IX-PF)
               COMPUTE WS-DIAS-DEVIDOS = WS-DIAS-DEVIDOS
                   + PF-DIREITO(IX-PF) - PF-GOZADOS(IX-PF)
           END-IF.

       BAIXAR-DIAS-PERIODO.
           IF PF-EMPREGADO(IX-PF) = NR-EMPREGADO-IN
                   AND PF-FIM(IX-PF) < FER-INICIO(IX-FE)
                   AND PF-DIREITO(IX-PF) > PF-GOZADOS(IX-PF)
               COMPUTE WS-DIAS-BAIXADOS =
                   PF-DIREITO(IX-PF) - PF-GOZADOS(IX-PF)
               IF WS-DIAS-BAIXADOS > WS-DIAS-A-BAIXAR
                   MOVE WS-DIAS-A-BAIXAR TO WS-DIAS-BAIXADOS
               END-IF
               ADD WS-DIAS-BAIXADOS TO PF-GOZADOS(IX-PF)
                   PF-GOZADOS-MES(IX-PF)
               SUBTRACT WS-DIAS-BAIXADOS FROM WS-DIAS-A-BAIXAR
               MOVE WS-PERIODO-FOLHA TO PF-COMPETENCIA(IX-PF)
               IF PF-GOZADOS(IX-PF) >= PF-DIREITO(IX-PF)
                   MOVE 'Q' TO PF-SITUACAO(IX-PF)
               END-IF
           END-IF.

      ******************************************************************
      * carrega os periodos aquisitivos. o mes de uma liberacao
      * repetida e desfeito na carga (faltas e dias gozados nele), e
      * a folha o aplica de novo.
      ******************************************************************
       LER-PERIODOS-FERIAS.
           IF WS-MES-FOLHA = 12
               COMPUTE WS-DATA-CALCULO = (WS-ANO-FOLHA + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-DATA-CALCULO = WS-DATA-PERIODO + 100
           END-IF
           COMPUTE WS-DATA-REFERENCIA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-CALCULO) - 1)
           OPEN INPUT PERIODOS-FERIAS
           IF WS-STATUS-PERIODOS = '00'
               PERFORM CARREGAR-PERIODO
                   UNTIL WS-FIM-PERIODOS = 'S'
               CLOSE PERIODOS-FERIAS
           END-IF.

       CARREGAR-PERIODO.
           READ PERIODOS-FERIAS
               AT END
                   MOVE 'S' TO WS-FIM-PERIODOS
               NOT AT END
                   IF QTD-PERIODOS < 1000
                       ADD 1 TO QTD-PERIODOS
                       SET IX-PF TO QTD-PERIODOS
                       MOVE PER-NR-EMPREGADO TO PF-EMPREGADO(IX-PF)
                       MOVE PER-INICIO TO PF-INICIO(IX-PF)
                       MOVE PER-FIM TO PF-FIM(IX-PF)
                       MOVE PER-LIMITE TO PF-LIMITE(IX-PF)
                       MOVE PER-FALTAS TO PF-FALTAS(IX-PF)
                       MOVE PER-DIAS-DIREITO TO PF-DIREITO(IX-PF)
                       MOVE PER-DIAS-GOZADOS TO PF-GOZADOS(IX-PF)
                       MOVE PER-SITUACAO TO PF-SITUACAO(IX-PF)
                       MOVE PER-COMPETENCIA TO PF-COMPETENCIA(IX-PF)
                       MOVE 0 TO PF-FALTAS-MES(IX-PF)
                       MOVE 0 TO PF-GOZADOS-MES(IX-PF)
                       IF PER-COMPETENCIA = WS-PERIODO-FOLHA
                           SUBTRACT PER-FALTAS-MES
                               FROM PF-FALTAS(IX-PF)
                           SUBTRACT PER-GOZADOS-MES
                               FROM PF-GOZADOS(IX-PF)
                           PERFORM CALCULAR-DIREITO-FERIAS
                           IF PF-SITUACAO(IX-PF) = 'Q'
                                   AND PF-GOZADOS(IX-PF)
                                       < PF-DIREITO(IX-PF)
                               MOVE 'C' TO PF-SITUACAO(IX-PF)
                           END-IF
                       END-IF
                   ELSE
                       SET REGISTRO-PERIODOS-CHEIO TO TRUE
                       DISPLAY 'PERIODO DE FERIAS IGNORADO, TABELA '
                           'CHEIA: ' PER-NR-EMPREGADO ' ' PER-INICIO
                   END-IF
           END-READ.

      ******************************************************************
      * periodos do empregado corrente ate o fim da competencia: abre
      * os que faltam a partir da admissao (um por aniversario, com
      * 30 dias de direito e limite de concessao doze meses apos o
      * fim), lanca as faltas do mes no periodo em curso e encerra os
      * periodos vencidos.
      ******************************************************************
       CONTROLAR-PERIODOS-EMPREGADO.
           MOVE 'N' TO WS-FLAG-CONTROLE-FERIAS
           IF DATA-ADMISSAO-IN IS NOT NUMERIC
                   OR DATA-ADMISSAO-IN = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(DATA-ADMISSAO-IN) NOT = 0
               EXIT PARAGRAPH
           END-IF
           SET EMPREGADO-COM-CONTROLE TO TRUE
           MOVE DATA-ADMISSAO-IN TO WS-PROXIMO-INICIO
           PERFORM ACHAR-PROXIMO-INICIO
               VARYING IX-PF FROM 1 BY 1 UNTIL IX-PF > QTD-PERIODOS
           PERFORM ABRIR-PERIODO
               UNTIL WS-PROXIMO-INICIO > WS-DATA-REFERENCIA
                   OR REGISTRO-PERIODOS-CHEIO
           PERFORM ATUALIZAR-PERIODO
               VARYING IX-PF FROM 1 BY 1 UNTIL IX-PF > QTD-PERIODOS.

       ACHAR-PROXIMO-INICIO.
           IF PF-EMPREGADO(IX-PF) = NR-EMPREGADO-IN
                   AND PF-FIM(IX-PF) >= WS-PROXIMO-INICIO
               COMPUTE WS-PROXIMO-INICIO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(PF-FIM(IX-PF)) + 1)
           END-IF.

       ABRIR-PERIODO.
           IF QTD-PERIODOS >= 1000
               SET REGISTRO-PERIODOS-CHEIO TO TRUE
               DISPLAY 'PERIODO DE FERIAS NAO ABERTO, TABELA CHEIA: '
                   NR-EMPREGADO-IN ' ' WS-PROXIMO-INICIO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO QTD-PERIODOS
           SET IX-PF TO QTD-PERIODOS
           INITIALIZE PERIODO-TAB(IX-PF)
           MOVE NR-EMPREGADO-IN TO PF-EMPREGADO(IX-PF)
           MOVE WS-PROXIMO-INICIO TO PF-INICIO(IX-PF)
           MOVE WS-PROXIMO-INICIO TO WS-DATA-CALCULO
           MOVE 1 TO WS-ANOS-CALCULO
           PERFORM CALCULAR-ANIVERSARIO
           MOVE WS-DATA-CALCULO TO PF-FIM(IX-PF)
           MOVE WS-PROXIMO-INICIO TO WS-DATA-CALCULO
           MOVE 2 TO WS-ANOS-CALCULO
           PERFORM CALCULAR-ANIVERSARIO
           MOVE WS-DATA-CALCULO TO PF-LIMITE(IX-PF)
           MOVE 30 TO PF-DIREITO(IX-PF)
           MOVE 'A' TO PF-SITUACAO(IX-PF)
           COMPUTE WS-PROXIMO-INICIO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(PF-FIM(IX-PF)) + 1).

      * vespera do aniversario de WS-DATA-CALCULO apos
      * WS-ANOS-CALCULO anos (29/02 faz aniversario em 28/02).
       CALCULAR-ANIVERSARIO.
           COMPUTE WS-DATA-CALCULO =
               WS-DATA-CALCULO + WS-ANOS-CALCULO * 10000
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-CALCULO) NOT = 0
               SUBTRACT 1 FROM WS-DATA-CALCULO
           END-IF
           COMPUTE WS-DATA-CALCULO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-CALCULO) - 1).

       ATUALIZAR-PERIODO.
           IF PF-EMPREGADO(IX-PF) NOT = NR-EMPREGADO-IN
               EXIT PARAGRAPH
           END-IF
           IF WS-FALTAS-MES > 0
                   AND PF-INICIO(IX-PF) <= WS-DATA-REFERENCIA
                   AND PF-FIM(IX-PF) >= WS-DATA-REFERENCIA
               ADD WS-FALTAS-MES TO PF-FALTAS(IX-PF)
                   PF-FALTAS-MES(IX-PF)
               MOVE WS-PERIODO-FOLHA TO PF-COMPETENCIA(IX-PF)
               PERFORM CALCULAR-DIREITO-FERIAS
           END-IF
           IF PF-SITUACAO(IX-PF) = 'A'
                   AND PF-FIM(IX-PF) < WS-DATA-REFERENCIA
               MOVE 'C' TO PF-SITUACAO(IX-PF)
           END-IF
           IF PF-SITUACAO(IX-PF) = 'C'
                   AND PF-GOZADOS(IX-PF) >= PF-DIREITO(IX-PF)
               MOVE 'Q' TO PF-SITUACAO(IX-PF)
           END-IF.

      * dias de direito pelas faltas injustificadas no periodo
      * aquisitivo (CLT art. 130).
       CALCULAR-DIREITO-FERIAS.
           EVALUATE TRUE
               WHEN PF-FALTAS(IX-PF) <= 5
                   MOVE 30 TO PF-DIREITO(IX-PF)
               WHEN PF-FALTAS(IX-PF) <= 14
                   MOVE 24 TO PF-DIREITO(IX-PF)
               WHEN PF-FALTAS(IX-PF) <= 23
                   MOVE 18 TO PF-DIREITO(IX-PF)
               WHEN PF-FALTAS(IX-PF) <= 32
                   MOVE 12 TO PF-DIREITO(IX-PF)
               WHEN OTHER
                   MOVE 0 TO PF-DIREITO(IX-PF)
           END-EVALUATE.

      ******************************************************************
      * regrava os periodos aquisitivos com as faltas e os dias de
      * ferias pagos nesta liberacao.
      ******************************************************************
       REGRAVAR-PERIODOS-FERIAS.
           IF REGISTRO-PERIODOS-CHEIO
               DISPLAY 'FERIAS-PERIODOS.TXT MAIOR QUE A TABELA, '
                   'PERIODOS NAO ATUALIZADOS - AMPLIAR A TABELA'
               EXIT PARAGRAPH
           END-IF
           IF QTD-PERIODOS > 0
               OPEN OUTPUT PERIODOS-FERIAS
               PERFORM REGRAVAR-PERIODO
                   VARYING IX-PF FROM 1 BY 1
                   UNTIL IX-PF > QTD-PERIODOS
               CLOSE PERIODOS-FERIAS
           END-IF.

       REGRAVAR-PERIODO.
           MOVE SPACES TO REG-PERIODO-FERIAS
           MOVE PF-EMPREGADO(IX-PF) TO PER-NR-EMPREGADO
           MOVE PF-INICIO(IX-PF) TO PER-INICIO
           MOVE PF-FIM(IX-PF) TO PER-FIM
           MOVE PF-LIMITE(IX-PF) TO PER-LIMITE
           MOVE PF-FALTAS(IX-PF) TO PER-FALTAS
           MOVE PF-DIREITO(IX-PF) TO PER-DIAS-DIREITO
           MOVE PF-GOZADOS(IX-PF) TO PER-DIAS-GOZADOS
           MOVE PF-SITUACAO(IX-PF) TO PER-SITUACAO
           MOVE PF-COMPETENCIA(IX-PF) TO PER-COMPETENCIA
           MOVE PF-FALTAS-MES(IX-PF) TO PER-FALTAS-MES
           MOVE PF-GOZADOS-MES(IX-PF) TO PER-GOZADOS-MES
           WRITE REG-PERIODO-FERIAS.

      ******************************************************************
      * apura a comissao de vendas do empregado corrente; ela entra
      * no bruto ajustado (e portanto na base de impostos, no
      ******************************************************************
       APURAR-COMISSAO-EMPREGADO.
           MOVE 0 TO WS-COMISSAO-EMPREGADO
           MOVE 0 TO WS-ESTORNO-COMISSAO
           PERFORM CASAR-COMISSAO
               VARYING IX-CF FROM 1 BY 1
               UNTIL IX-CF > QTD-COMISSOES.
           IF COM-EMPREGADO(IX-CF) = NR-EMPREGADO-IN
                   AND COM-EMPREGADO(IX-CF) NOT = 0
               MOVE 'S' TO COM-USADA(IX-CF)
               IF COM-TIPO(IX-CF) = 'E'
                   ADD COM-VALOR(IX-CF) TO WS-ESTORNO-COMISSAO
               ELSE
                   ADD COM-VALOR(IX-CF) TO WS-COMISSAO-EMPREGADO
               END-IF
           END-IF.

      ******************************************************************
      ******************************************************************
       APURAR-AJUSTE-MES.
           MOVE 0 TO WS-AJUSTE-MES
           MOVE 0 TO WS-FALTAS-MES
           COMPUTE WS-VALOR-HORA ROUNDED = SALARIO-ANUAL-IN / 2080
           PERFORM CASAR-MOVIMENTO
               VARYING IX-MV FROM 1 BY 1
           PERFORM APURAR-FERIAS-EMPREGADO
           COMPUTE WS-BRUTO-AJUSTADO =
               SALARIO-ANUAL-IN + WS-AJUSTE-MES
               + WS-COMISSAO-EMPREGADO - WS-ESTORNO-COMISSAO
               + WS-VALOR-FERIAS + WS-TERCO-FERIAS
               - WS-REDUCAO-FERIAS
           IF WS-BRUTO-AJUSTADO < 0
                       COMPUTE WS-AJUSTE-MES ROUNDED =
                           WS-AJUSTE-MES
                           + MOV-VALOR(IX-MV) * WS-VALOR-HORA
                   WHEN 'F'
                       ADD MOV-VALOR(IX-MV) TO WS-FALTAS-MES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           PERFORM LISTAR-COMISSAO-ORFA
               VARYING IX-CF FROM 1 BY 1
               UNTIL IX-CF > QTD-COMISSOES
           PERFORM LISTAR-ADIANTAMENTO-ORFAO
               VARYING IX-AD FROM 1 BY 1
               UNTIL IX-AD > QTD-ADIANTAMENTOS
           PERFORM LISTAR-DESCONTO-PENDENTE
               VARYING IX-DS FROM 1 BY 1
               UNTIL IX-DS > QTD-DESCONTOS
           PERFORM LISTAR-FERIAS-RECUSADAS
               VARYING IX-FE FROM 1 BY 1
               UNTIL IX-FE > QTD-FERIAS
           CLOSE MOVIMENTOS-EXCECOES.

      ******************************************************************
      * lista as ferias da agenda recusadas por passarem dos dias
      * devidos ao empregado; nao foram pagas nesta folha.
      ******************************************************************
       LISTAR-FERIAS-RECUSADAS.
           IF FER-SITUACAO(IX-FE) = 'R'
               MOVE FER-EMPREGADO(IX-FE) TO EXC-FER-EMPREGADO
               MOVE FER-INICIO(IX-FE) TO EXC-FER-INICIO
               MOVE FER-DIAS(IX-FE) TO EXC-FER-DIAS
               MOVE FER-DIAS-DEVIDOS(IX-FE) TO EXC-FER-DEVIDOS
               WRITE REG-MOV-EXCECAO-OUT FROM LINHA-FER-EXCECAO
                   AFTER ADVANCING 1 LINE
           END-IF.

      ******************************************************************
      * lista as comissoes que nao chegaram a nenhum contracheque:
      * vendedor sem traducao no de-para ou empregado fora da folha.
           IF COM-USADA(IX-CF) = 'N'
               MOVE COM-VENDEDOR(IX-CF) TO EXC-COM-VENDEDOR
               MOVE COM-VALOR(IX-CF) TO EXC-COM-VALOR
               IF COM-TIPO(IX-CF) = 'E'
                   MOVE ' ESTORNO' TO EXC-COM-TIPO
               ELSE
                   MOVE SPACES TO EXC-COM-TIPO
               END-IF
               WRITE REG-MOV-EXCECAO-OUT FROM LINHA-COM-EXCECAO
                   AFTER ADVANCING 1 LINE
           END-IF.

      ******************************************************************
      * lista os adiantamentos pagos que nao foram descontados:
      * empregado fora desta folha (desligado no mes, por exemplo),
      * para o acerto manual.
      ******************************************************************
       LISTAR-ADIANTAMENTO-ORFAO.
           IF AD-USADO(IX-AD) = 'N'
               MOVE AD-EMPREGADO(IX-AD) TO EXC-ADT-EMPREGADO
               MOVE AD-VALOR(IX-AD) TO EXC-ADT-VALOR
               WRITE REG-MOV-EXCECAO-OUT FROM LINHA-ADT-EXCECAO
                   AFTER ADVANCING 1 LINE
           END-IF.

      ******************************************************************
      * lista os descontos do registro que pedem acao: acima do teto
      * (nao aplicados), aplicados sem conta do beneficiario (repasse
      * manual) e ativos de empregado fora desta folha.
      ******************************************************************
       LISTAR-DESCONTO-PENDENTE.
           MOVE SPACES TO EXC-DSC-MOTIVO
           EVALUATE TRUE
               WHEN DS-OCORRENCIA(IX-DS) = 'T'
                   MOVE 'DESCONTO ACIMA DO TETO, NAO APLICADO:'
                       TO EXC-DSC-MOTIVO
               WHEN DS-OCORRENCIA(IX-DS) = 'B'
                   MOVE 'DESCONTO SEM CONTA DO BENEFICIARIO: '
                       TO EXC-DSC-MOTIVO
               WHEN DS-USADO(IX-DS) = 'N'
                       AND DS-SITUACAO(IX-DS) = 'A'
                   MOVE 'DESCONTO SEM EMPREGADO NA FOLHA:    '
                       TO EXC-DSC-MOTIVO
                   MOVE DS-VALOR(IX-DS) TO DS-VALOR-MES(IX-DS)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF EXC-DSC-MOTIVO NOT = SPACES
               MOVE DS-EMPREGADO(IX-DS) TO EXC-DSC-EMPREGADO
               MOVE DS-CONTRATO(IX-DS) TO EXC-DSC-CONTRATO
               MOVE DS-VALOR-MES(IX-DS) TO EXC-DSC-VALOR
               WRITE REG-MOV-EXCECAO-OUT FROM LINHA-DSC-EXCECAO
                   AFTER ADVANCING 1 LINE
           END-IF.

       LISTAR-MOVIMENTO-ORFAO.
           IF MOV-USADO(IX-MV) = 'N'
               MOVE MOV-NR-EMPREGADO(IX-MV) TO EXC-NR-EMPREGADO
                   AFTER ADVANCING 1 LINE
           END-IF.

      ******************************************************************
      * carrega, se existir, os adiantamentos pagos no dia 15; so os
      * da competencia processada sao descontados, e um arquivo de
      * outra competencia e avisado e ignorado.
      ******************************************************************
       LER-ADIANTAMENTOS.
           OPEN INPUT ARQ-ADIANTAMENTOS
           IF WS-STATUS-ADIANTAMENTOS = '00'
               PERFORM CARREGAR-ADIANTAMENTO
                   UNTIL WS-FIM-ADIANTAMENTOS = 'S'
               CLOSE ARQ-ADIANTAMENTOS
           END-IF.

       CARREGAR-ADIANTAMENTO.
           READ ARQ-ADIANTAMENTOS
               AT END
                   MOVE 'S' TO WS-FIM-ADIANTAMENTOS
               NOT AT END
                   EVALUATE TRUE
                       WHEN ADT-COMPETENCIA-IN NOT = WS-PERIODO-FOLHA
                           DISPLAY 'ADIANTAMENTO DE OUTRA COMPETENCIA '
                               'IGNORADO: ' ADT-NR-EMPREGADO-IN ' '
                               ADT-COMPETENCIA-IN
                       WHEN QTD-ADIANTAMENTOS >= 200
                           DISPLAY 'ADIANTAMENTO IGNORADO, TABELA '
                               'CHEIA: ' ADT-NR-EMPREGADO-IN
                       WHEN OTHER
                           ADD 1 TO QTD-ADIANTAMENTOS
                           SET IX-AD TO QTD-ADIANTAMENTOS
                           MOVE ADT-NR-EMPREGADO-IN
                               TO AD-EMPREGADO(IX-AD)
                           MOVE ADT-VALOR-IN TO AD-VALOR(IX-AD)
                           MOVE 'N' TO AD-USADO(IX-AD)
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * carrega, se existir, o registro de descontos e o teto legal
      * informado em P462-TETO-DESCONTOS. um registro maior que a
      * tabela e avisado e nao e regravado, para nao perder linhas.
      ******************************************************************
       LER-DESCONTOS.
           MOVE SPACES TO WS-TETO-ENV
           ACCEPT WS-TETO-ENV FROM ENVIRONMENT 'P462-TETO-DESCONTOS'
           IF WS-TETO-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-TETO-ENV) IS NUMERIC
                   AND FUNCTION NUMVAL(WS-TETO-ENV) < 100
               COMPUTE WS-TETO-DESCONTOS =
                   FUNCTION NUMVAL(WS-TETO-ENV) / 100
           END-IF
           OPEN INPUT DESCONTOS-EMPREGADO
           IF WS-STATUS-DESCONTOS = '00'
               PERFORM CARREGAR-DESCONTO
                   UNTIL WS-FIM-DESCONTOS = 'S'
               CLOSE DESCONTOS-EMPREGADO
           END-IF.

       CARREGAR-DESCONTO.
           READ DESCONTOS-EMPREGADO
               AT END
                   MOVE 'S' TO WS-FIM-DESCONTOS
               NOT AT END
                   IF QTD-DESCONTOS < 200
                       ADD 1 TO QTD-DESCONTOS
                       SET IX-DS TO QTD-DESCONTOS
                       MOVE DSC-NR-EMPREGADO TO DS-EMPREGADO(IX-DS)
                       MOVE DSC-TIPO TO DS-TIPO(IX-DS)
                       MOVE DSC-CONTRATO TO DS-CONTRATO(IX-DS)
                       MOVE DSC-VALOR TO DS-VALOR(IX-DS)
                       MOVE DSC-PERCENTUAL TO DS-PERCENTUAL(IX-DS)
                       MOVE DSC-PARCELAS TO DS-PARCELAS(IX-DS)
                       MOVE DSC-SITUACAO TO DS-SITUACAO(IX-DS)
                       MOVE DSC-ULTIMA-COMPETENCIA
                           TO DS-ULTIMA-COMPETENCIA(IX-DS)
                       MOVE DSC-BANCO TO DS-BANCO(IX-DS)
                       MOVE DSC-AGENCIA TO DS-AGENCIA(IX-DS)
                       MOVE DSC-CONTA TO DS-CONTA(IX-DS)
                       MOVE DSC-DV TO DS-DV(IX-DS)
                       MOVE DSC-BENEFICIARIO TO DS-BENEFICIARIO(IX-DS)
                       MOVE 'N' TO DS-USADO(IX-DS)
                       MOVE SPACE TO DS-OCORRENCIA(IX-DS)
                       MOVE 0 TO DS-VALOR-MES(IX-DS)
                   ELSE
                       SET REGISTRO-DESCONTOS-CHEIO TO TRUE
                       DISPLAY 'DESCONTO IGNORADO, TABELA CHEIA: '
                           DSC-NR-EMPREGADO ' ' DSC-CONTRATO
                   END-IF
           END-READ.

      ******************************************************************
      * aplica ao empregado corrente os descontos do registro sobre o
      * liquido apos os impostos: primeiro as ordens judiciais, depois
      * os consignados, cada um inteiro ou nada, enquanto o total
      * couber no teto legal. na liberacao cada desconto aplicado vai
      * para o repasse e a parcela do consignado e baixada.
      ******************************************************************
       APLICAR-DESCONTOS-REGISTRO.
           MOVE 0 TO VLR-CONSIGNADO
           MOVE 0 TO VLR-PENSAO
           MOVE WS-SALARIO-LIQUIDO TO WS-LIQUIDO-ANTES-DESCONTOS
           COMPUTE WS-MARGEM-DESCONTOS =
               WS-SALARIO-LIQUIDO * WS-TETO-DESCONTOS
           MOVE 'P' TO WS-TIPO-DA-VEZ
           PERFORM APLICAR-DESCONTO
               VARYING IX-DS FROM 1 BY 1
               UNTIL IX-DS > QTD-DESCONTOS
           MOVE 'E' TO WS-TIPO-DA-VEZ
           PERFORM APLICAR-DESCONTO
               VARYING IX-DS FROM 1 BY 1
               UNTIL IX-DS > QTD-DESCONTOS
           SUBTRACT VLR-CONSIGNADO FROM WS-SALARIO-LIQUIDO
           SUBTRACT VLR-PENSAO FROM WS-SALARIO-LIQUIDO.

       APLICAR-DESCONTO.
           IF DS-EMPREGADO(IX-DS) NOT = NR-EMPREGADO-IN
                   OR DS-TIPO(IX-DS) NOT = WS-TIPO-DA-VEZ
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO DS-USADO(IX-DS)
      * desconto ja aplicado nesta competencia por uma liberacao
      * anterior vale de novo, sem nova baixa de parcela.
           EVALUATE TRUE
               WHEN DS-ULTIMA-COMPETENCIA(IX-DS) = WS-PERIODO-FOLHA
                   CONTINUE
               WHEN DS-SITUACAO(IX-DS) NOT = 'A'
                   EXIT PARAGRAPH
               WHEN DS-TIPO(IX-DS) = 'E' AND DS-PARCELAS(IX-DS) = 0
                   EXIT PARAGRAPH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF DS-TIPO(IX-DS) = 'P' AND DS-PERCENTUAL(IX-DS) > 0
               COMPUTE WS-VALOR-DESCONTO ROUNDED =
                   WS-LIQUIDO-ANTES-DESCONTOS
                   * DS-PERCENTUAL(IX-DS) / 100
           ELSE
               MOVE DS-VALOR(IX-DS) TO WS-VALOR-DESCONTO
           END-IF
           MOVE WS-VALOR-DESCONTO TO DS-VALOR-MES(IX-DS)
           IF VLR-CONSIGNADO + VLR-PENSAO + WS-VALOR-DESCONTO
                   > WS-MARGEM-DESCONTOS
               MOVE 'T' TO DS-OCORRENCIA(IX-DS)
               EXIT PARAGRAPH
           END-IF
           IF DS-TIPO(IX-DS) = 'P'
               ADD WS-VALOR-DESCONTO TO VLR-PENSAO
           ELSE
               ADD WS-VALOR-DESCONTO TO VLR-CONSIGNADO
           END-IF
           IF DS-BANCO(IX-DS) = 0 OR DS-CONTA(IX-DS) = 0
               MOVE 'B' TO DS-OCORRENCIA(IX-DS)
           END-IF
           IF FOLHA-LIBERADA
               PERFORM GRAVAR-REPASSE-DESCONTO
               PERFORM BAIXAR-PARCELA-DESCONTO
           END-IF.

       GRAVAR-REPASSE-DESCONTO.
           IF DS-OCORRENCIA(IX-DS) NOT = 'B'
               MOVE SPACES TO REG-REPASSE-OUT
               MOVE DS-EMPREGADO(IX-DS) TO REP-NR-EMPREGADO
               MOVE DS-BENEFICIARIO(IX-DS) TO REP-BENEFICIARIO
               MOVE WS-VALOR-DESCONTO TO REP-VALOR
               MOVE WS-DATA-PAGAMENTO TO REP-DATA
               MOVE DS-BANCO(IX-DS) TO REP-BANCO
               MOVE DS-AGENCIA(IX-DS) TO REP-AGENCIA
               MOVE DS-CONTA(IX-DS) TO REP-CONTA
               MOVE DS-DV(IX-DS) TO REP-DV
               MOVE DS-CONTRATO(IX-DS) TO REP-CONTRATO
               WRITE REG-REPASSE-OUT
               ADD 1 TO WS-QTD-REPASSES
               ADD WS-VALOR-DESCONTO TO WS-SOMA-REPASSES
           END-IF.

       BAIXAR-PARCELA-DESCONTO.
           IF DS-ULTIMA-COMPETENCIA(IX-DS) < WS-PERIODO-FOLHA
               MOVE WS-PERIODO-FOLHA TO DS-ULTIMA-COMPETENCIA(IX-DS)
               IF DS-TIPO(IX-DS) = 'E'
                   SUBTRACT 1 FROM DS-PARCELAS(IX-DS)
                   IF DS-PARCELAS(IX-DS) = 0
                       MOVE 'Q' TO DS-SITUACAO(IX-DS)
                   END-IF
               END-IF
           END-IF.

       GRAVAR-TRAILER-REPASSE.
           MOVE SPACES TO REG-REPASSE-TRAILER
           MOVE 'TRP' TO REP-TRL-MARCA
           MOVE WS-QTD-REPASSES TO REP-TRL-QTD
           MOVE WS-SOMA-REPASSES TO REP-TRL-TOTAL
           WRITE REG-REPASSE-TRAILER.

      ******************************************************************
      * regrava o registro de descontos com as parcelas baixadas e a
      * competencia desta liberacao.
      ******************************************************************
       REGRAVAR-DESCONTOS.
           IF REGISTRO-DESCONTOS-CHEIO
               DISPLAY 'DESCONTOS-EMPREGADO.TXT MAIOR QUE A TABELA, '
                   'PARCELAS NAO BAIXADAS - AMPLIAR A TABELA'
               EXIT PARAGRAPH
           END-IF
           IF QTD-DESCONTOS > 0
               OPEN OUTPUT DESCONTOS-EMPREGADO
               PERFORM REGRAVAR-DESCONTO
                   VARYING IX-DS FROM 1 BY 1
                   UNTIL IX-DS > QTD-DESCONTOS
               CLOSE DESCONTOS-EMPREGADO
           END-IF.

       REGRAVAR-DESCONTO.
           MOVE SPACES TO REG-DESCONTO-ARQ
           MOVE DS-EMPREGADO(IX-DS) TO DSC-NR-EMPREGADO
           MOVE DS-TIPO(IX-DS) TO DSC-TIPO
           MOVE DS-CONTRATO(IX-DS) TO DSC-CONTRATO
           MOVE DS-VALOR(IX-DS) TO DSC-VALOR
           MOVE DS-PERCENTUAL(IX-DS) TO DSC-PERCENTUAL
           MOVE DS-PARCELAS(IX-DS) TO DSC-PARCELAS
           MOVE DS-SITUACAO(IX-DS) TO DSC-SITUACAO
           MOVE DS-ULTIMA-COMPETENCIA(IX-DS)
               TO DSC-ULTIMA-COMPETENCIA
           MOVE DS-BANCO(IX-DS) TO DSC-BANCO
           MOVE DS-AGENCIA(IX-DS) TO DSC-AGENCIA
           MOVE DS-CONTA(IX-DS) TO DSC-CONTA
           MOVE DS-DV(IX-DS) TO DSC-DV
           MOVE DS-BENEFICIARIO(IX-DS) TO DSC-BENEFICIARIO
           WRITE REG-DESCONTO-ARQ.

      ******************************************************************
      * desconta do liquido do mes o adiantamento ja pago ao
      * empregado; o que passar do liquido (mes com muitas faltas,
      * por exemplo) nao e descontado e fica avisado para acerto.
      ******************************************************************
       DESCONTAR-ADIANTAMENTO.
           MOVE 0 TO WS-ADIANTAMENTO-EMPREGADO
           PERFORM CASAR-ADIANTAMENTO
               VARYING IX-AD FROM 1 BY 1
               UNTIL IX-AD > QTD-ADIANTAMENTOS
           IF WS-ADIANTAMENTO-EMPREGADO > WS-SALARIO-LIQUIDO
               DISPLAY 'ADIANTAMENTO MAIOR QUE O LIQUIDO, DESCONTO '
                   'LIMITADO: ' NR-EMPREGADO-IN ' '
                   WS-ADIANTAMENTO-EMPREGADO
               MOVE WS-SALARIO-LIQUIDO TO WS-ADIANTAMENTO-EMPREGADO
           END-IF
           COMPUTE WS-LIQUIDO-A-RECEBER =
               WS-SALARIO-LIQUIDO - WS-ADIANTAMENTO-EMPREGADO
           ADD WS-ADIANTAMENTO-EMPREGADO TO WS-SOMA-ADIANTAMENTOS.

       CASAR-ADIANTAMENTO.
           IF AD-EMPREGADO(IX-AD) = NR-EMPREGADO-IN
               MOVE 'S' TO AD-USADO(IX-AD)
               ADD AD-VALOR(IX-AD) TO WS-ADIANTAMENTO-EMPREGADO
           END-IF.

      ******************************************************************
      * carrega, se existir, a tabela de faixas do INSS com todas as
      * versoes e retem a data da versao vigente no periodo. arquivo
      * presente sem versao vigente para o periodo para a folha, como
      * nas demais tabelas datadas.
      ******************************************************************
       LER-TABELA-INSS.
           OPEN INPUT TAB-INSS
           IF WS-STATUS-INSS = '00'
               PERFORM CARREGAR-FAIXA-INSS
                   UNTIL WS-FIM-INSS = 'S'
               CLOSE TAB-INSS
               IF QTD-FAIXAS-INSS > 0
                       AND WS-DATA-INSS-VIGENTE = 0
                   DISPLAY 'NENHUMA VERSAO DE TAB-INSS VIGENTE '
                       'PARA O PERIODO ' WS-PERIODO-FOLHA
                       ' - FOLHA ABORTADA'
                   CLOSE TAB-IMPOSTOS ARQ-SALARIO RELATORIO-SALARIO
                         CONTRACHEQUES
                   IF FOLHA-LIBERADA
                       CLOSE ARQ-PAGAMENTO-BANCO HISTORICO-FOLHA
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       CARREGAR-FAIXA-INSS.
           READ TAB-INSS
               AT END
                   MOVE 'S' TO WS-FIM-INSS
               NOT AT END
                   IF QTD-FAIXAS-INSS < 50
                       ADD 1 TO QTD-FAIXAS-INSS
                       SET IX-IN TO QTD-FAIXAS-INSS
                       MOVE INSS-DATA-VIGENCIA-IN
                           TO IN-DATA-VIGENCIA(IX-IN)
                       MOVE INSS-LIMITE-IN TO IN-LIMITE(IX-IN)
                       MOVE INSS-ALIQUOTA-IN TO IN-ALIQUOTA(IX-IN)
                       IF INSS-DATA-VIGENCIA-IN <= WS-DATA-PERIODO
                               AND INSS-DATA-VIGENCIA-IN
                                   > WS-DATA-INSS-VIGENTE
                           MOVE INSS-DATA-VIGENCIA-IN
                               TO WS-DATA-INSS-VIGENTE
                       END-IF
                   ELSE
                       DISPLAY 'FAIXA DE INSS IGNORADA, TABELA '
                           'CHEIA: ' INSS-DATA-VIGENCIA-IN
                   END-IF
           END-READ.

      ******************************************************************
      * le, se existir, as aliquotas do empregador de
      * TAB-ENCARGOS.TXT, retendo a versao vigente no periodo; sem o
      * arquivo valem os padroes de WORKING-STORAGE.
      ******************************************************************
       LER-ENCARGOS.
           OPEN INPUT TAB-ENCARGOS
           IF WS-STATUS-ENCARGOS = '00'
               PERFORM LER-VERSAO-ENCARGOS
                   UNTIL WS-FIM-ENCARGOS = 'S'
               CLOSE TAB-ENCARGOS
               IF WS-QTD-ENCARGOS-LIDOS > 0
                       AND WS-DATA-ENCARGOS-VIGENTE = 0
                   DISPLAY 'NENHUMA VERSAO DE TAB-ENCARGOS '
                       'VIGENTE PARA O PERIODO ' WS-PERIODO-FOLHA
                       ' - FOLHA ABORTADA'
                   CLOSE TAB-IMPOSTOS ARQ-SALARIO RELATORIO-SALARIO
                         CONTRACHEQUES
                   IF FOLHA-LIBERADA
                       CLOSE ARQ-PAGAMENTO-BANCO HISTORICO-FOLHA
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LER-VERSAO-ENCARGOS.
           READ TAB-ENCARGOS
               AT END
                   MOVE 'S' TO WS-FIM-ENCARGOS
               NOT AT END
                   ADD 1 TO WS-QTD-ENCARGOS-LIDOS
                   IF ENC-DATA-VIGENCIA-IN <= WS-DATA-PERIODO
                           AND ENC-DATA-VIGENCIA-IN
                               >= WS-DATA-ENCARGOS-VIGENTE
                       MOVE ENC-DATA-VIGENCIA-IN
                           TO WS-DATA-ENCARGOS-VIGENTE
                       MOVE ENC-ALIQ-PATRONAL-IN TO WS-ALIQ-PATRONAL
                       MOVE ENC-ALIQ-FGTS-IN TO WS-ALIQ-FGTS
                   END-IF
           END-READ.

      ******************************************************************
      * contribuicao do empregado ao INSS sobre o bruto ajustado,
      * progressiva pelas faixas da versao vigente: cada faixa
      * tributa so a parcela do bruto entre o limite anterior e o
      * seu, e o que passa do limite da ultima faixa (o teto) nao
      * contribui.
      ******************************************************************
       CALCULAR-INSS-EMPREGADO.
           MOVE 0 TO VLR-INSS
           MOVE 0 TO WS-INSS-ACUMULADO
           MOVE 0 TO WS-LIMITE-ANTERIOR
           PERFORM SOMAR-FAIXA-INSS
               VARYING IX-IN FROM 1 BY 1
               UNTIL IX-IN > QTD-FAIXAS-INSS
           COMPUTE VLR-INSS ROUNDED = WS-INSS-ACUMULADO.

       SOMAR-FAIXA-INSS.
           IF IN-DATA-VIGENCIA(IX-IN) = WS-DATA-INSS-VIGENTE
                   AND WS-BRUTO-AJUSTADO > WS-LIMITE-ANTERIOR
               IF WS-BRUTO-AJUSTADO < IN-LIMITE(IX-IN)
                   COMPUTE WS-PARCELA-FAIXA =
                       WS-BRUTO-AJUSTADO - WS-LIMITE-ANTERIOR
               ELSE
                   COMPUTE WS-PARCELA-FAIXA =
                       IN-LIMITE(IX-IN) - WS-LIMITE-ANTERIOR
               END-IF
               COMPUTE WS-INSS-ACUMULADO = WS-INSS-ACUMULADO
                   + WS-PARCELA-FAIXA * IN-ALIQUOTA(IX-IN)
           END-IF
           IF IN-DATA-VIGENCIA(IX-IN) = WS-DATA-INSS-VIGENTE
               MOVE IN-LIMITE(IX-IN) TO WS-LIMITE-ANTERIOR
           END-IF.

      ******************************************************************
      * encargos do empregador sobre o mesmo bruto ajustado: INSS
      * patronal e FGTS, sem teto; nenhum deles sai do liquido.
      ******************************************************************
       CALCULAR-ENCARGOS-EMPREGADOR.
           COMPUTE VLR-INSS-PATRONAL ROUNDED =
               WS-BRUTO-AJUSTADO * WS-ALIQ-PATRONAL
           COMPUTE VLR-FGTS ROUNDED =
               WS-BRUTO-AJUSTADO * WS-ALIQ-FGTS
           ADD WS-BRUTO-AJUSTADO TO WS-SOMA-BASE-ENCARGOS
           ADD VLR-INSS TO WS-SOMA-INSS
           ADD VLR-INSS-PATRONAL TO WS-SOMA-INSS-PATRONAL
           ADD VLR-FGTS TO WS-SOMA-FGTS.

      ******************************************************************
      * grava o deposito de FGTS do empregado recem-calculado.
      ******************************************************************
       GRAVAR-DEPOSITO-FGTS.
           IF VLR-FGTS > 0
               MOVE SPACES TO REG-DEPOSITO-FGTS
               MOVE NR-EMPREGADO-IN TO FGTS-NR-EMPREGADO
               MOVE NOME-EMPREGADO-IN TO FGTS-NOME
               MOVE WS-PERIODO-FOLHA TO FGTS-COMPETENCIA
               MOVE WS-BRUTO-AJUSTADO TO FGTS-BASE
               MOVE VLR-FGTS TO FGTS-VALOR
               WRITE REG-DEPOSITO-FGTS
               ADD 1 TO WS-QTD-DEPOSITOS-FGTS
               ADD VLR-FGTS TO WS-SOMA-DEPOSITOS-FGTS
           END-IF.

      ******************************************************************
      * fecha o arquivo de deposito do FGTS com o trailer de controle,
      * que deve bater com o FGTS total da guia de encargos.
      ******************************************************************
       GRAVAR-TRAILER-FGTS.
           MOVE 'TRL' TO FGTS-TRL-MARCA
           MOVE WS-QTD-DEPOSITOS-FGTS TO FGTS-TRL-QTD
           MOVE WS-SOMA-DEPOSITOS-FGTS TO FGTS-TRL-TOTAL
           WRITE REG-DEPOSITO-FGTS-TRAILER.

      ******************************************************************
      * guia de encargos: cabecalho com a competencia (marcada como
      * PREVIA enquanto a folha nao e liberada), uma linha por
      * empregado e, ao fim, os totais a recolher e as aliquotas
      * usadas.
      ******************************************************************
       ESCREVER-CABECALHO-GUIA.
           MOVE WS-MES-FOLHA TO GE-MES
           MOVE WS-ANO-FOLHA TO GE-ANO
           IF FOLHA-LIBERADA
               MOVE SPACES TO GE-MODO
           ELSE
               MOVE '(PREVIA)' TO GE-MODO
           END-IF
           WRITE REG-GUIA-OUT FROM GE-CABECALHO-1
           WRITE REG-GUIA-OUT FROM GE-CABECALHO-2
               AFTER ADVANCING 2 LINES
           WRITE REG-GUIA-OUT FROM GE-LINHA-TRACO
               AFTER ADVANCING 1 LINE.

       IMPRIMIR-LINHA-GUIA.
           MOVE NR-EMPREGADO-IN TO GE-NR-EMPREGADO
           MOVE NOME-EMPREGADO-IN TO GE-NOME
           MOVE WS-BRUTO-AJUSTADO TO GE-BASE
           MOVE VLR-INSS TO GE-INSS
           MOVE VLR-INSS-PATRONAL TO GE-INSS-PATRONAL
           MOVE VLR-FGTS TO GE-FGTS
           WRITE REG-GUIA-OUT FROM GE-LINHA-EMPREGADO
               AFTER ADVANCING 1 LINE.

       IMPRIMIR-TOTAIS-GUIA.
           WRITE REG-GUIA-OUT FROM GE-LINHA-TRACO
               AFTER ADVANCING 2 LINES
           MOVE 'BASE DE CALCULO DOS ENCARGOS:       ' TO GE-ROTULO
           MOVE WS-SOMA-BASE-ENCARGOS TO GE-VALOR
           PERFORM ESCREVER-TOTAL-GUIA
           MOVE 'INSS RETIDO DOS EMPREGADOS:         ' TO GE-ROTULO
           MOVE WS-SOMA-INSS TO GE-VALOR
           PERFORM ESCREVER-TOTAL-GUIA
           MOVE 'INSS PATRONAL:                      ' TO GE-ROTULO
           MOVE WS-SOMA-INSS-PATRONAL TO GE-VALOR
           PERFORM ESCREVER-TOTAL-GUIA
           MOVE 'TOTAL A RECOLHER DE INSS:           ' TO GE-ROTULO
           COMPUTE GE-VALOR = WS-SOMA-INSS + WS-SOMA-INSS-PATRONAL
           PERFORM ESCREVER-TOTAL-GUIA
           MOVE 'TOTAL A DEPOSITAR DE FGTS:          ' TO GE-ROTULO
           MOVE WS-SOMA-FGTS TO GE-VALOR
           PERFORM ESCREVER-TOTAL-GUIA
           MOVE 'ALIQUOTA INSS PATRONAL:             '
               TO GE-ROTULO-ALIQ
           COMPUTE GE-ALIQUOTA = WS-ALIQ-PATRONAL * 100
           MOVE WS-DATA-ENCARGOS-VIGENTE TO GE-VIGENCIA
           WRITE REG-GUIA-OUT FROM GE-LINHA-ALIQUOTA
               AFTER ADVANCING 2 LINES
           MOVE 'ALIQUOTA FGTS:                      '
               TO GE-ROTULO-ALIQ
           COMPUTE GE-ALIQUOTA = WS-ALIQ-FGTS * 100
           WRITE REG-GUIA-OUT FROM GE-LINHA-ALIQUOTA
               AFTER ADVANCING 1 LINE.

       ESCREVER-TOTAL-GUIA.
           WRITE REG-GUIA-OUT FROM GE-LINHA-TOTAL
               AFTER ADVANCING 1 LINE.

      ******************************************************************
      * le, se existir, a deducao por dependente e a aliquota
      * adicional de TAB-PARAMETROS.TXT; na ausencia do arquivo, os
           END-IF
           MOVE 'MEDIA DOS SALARIOS LIQUIDOS:  ' TO ROTULO-TOTAL
           MOVE WS-MEDIA-SALARIOS TO VALOR-TOTAL
           WRITE REG-RELAT-OUT
               FROM LINHA-TOTAL
               AFTER ADVANCING 1 LINE

           MOVE 'ADIANTAMENTOS DESCONTADOS:    ' TO ROTULO-TOTAL
           MOVE WS-SOMA-ADIANTAMENTOS TO VALOR-TOTAL
           WRITE REG-RELAT-OUT
               FROM LINHA-TOTAL
               AFTER ADVANCING 1 LINE.
               AFTER ADVANCING 1 LINE.


      ******************************************************************
      * carrega as confirmacoes do RH para a competencia da folha:
      * cada linha confirma uma ocorrencia (empregado e tipo) apontada
      * pela previa.
      ******************************************************************
       LER-VARIACOES-CONFIRMADAS.
           OPEN INPUT VARIACOES-CONFIRMADAS
           IF WS-STATUS-VAR-CONFIRMADAS = '00'
               PERFORM CARREGAR-CONFIRMACAO
                   UNTIL WS-FIM-VAR-CONFIRMADAS = 'S'
               CLOSE VARIACOES-CONFIRMADAS
           END-IF.

       CARREGAR-CONFIRMACAO.
           READ VARIACOES-CONFIRMADAS
               AT END
                   MOVE 'S' TO WS-FIM-VAR-CONFIRMADAS
               NOT AT END
                   IF VCF-COMPETENCIA = WS-PERIODO-FOLHA
                           AND VCF-NR-EMPREGADO IS NUMERIC
                           AND VCF-NR-EMPREGADO > 0
                           AND QTD-CONFIRMADAS < 500
                       ADD 1 TO QTD-CONFIRMADAS
                       MOVE VCF-NR-EMPREGADO
                           TO VC-EMPREGADO(QTD-CONFIRMADAS)
                       MOVE VCF-TIPO TO VC-TIPO(QTD-CONFIRMADAS)
                   END-IF
           END-READ.

      ******************************************************************
      * na liberacao: exige a previa da mesma competencia e todas as
      * ocorrencias dela confirmadas; sem isso a folha nao e liberada
      * e nada e gravado.
      ******************************************************************
       CONFERIR-VARIACOES-PENDENTES.
           OPEN INPUT VARIACOES-PENDENTES
           IF WS-STATUS-VAR-PENDENTES NOT = '00'
               DISPLAY 'VARIACOES-PENDENTES.TXT AUSENTE - RODAR A '
                   'PREVIA DA COMPETENCIA ANTES DA LIBERACAO - '
                   'FOLHA NAO LIBERADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONFERIR-VARIACAO-PENDENTE
               UNTIL WS-FIM-VAR-PENDENTES = 'S'
           CLOSE VARIACOES-PENDENTES
           IF NOT PREVIA-DO-PERIODO
               DISPLAY 'A ULTIMA PREVIA NAO E DA COMPETENCIA '
                   WS-PERIODO-FOLHA ' - RODAR A PREVIA ANTES DA '
                   'LIBERACAO - FOLHA NAO LIBERADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-QTD-NAO-CONFIRMADAS > 0
               DISPLAY WS-QTD-NAO-CONFIRMADAS ' VARIACOES DA PREVIA '
                   'SEM CONFIRMACAO EM VARIACOES-CONFIRMADAS.TXT - '
                   'FOLHA NAO LIBERADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONFERIR-VARIACAO-PENDENTE.
           READ VARIACOES-PENDENTES
               AT END
                   MOVE 'S' TO WS-FIM-VAR-PENDENTES
               NOT AT END
                   IF VPD-COMPETENCIA = WS-PERIODO-FOLHA
                       IF VPD-TIPO = '*'
                           SET PREVIA-DO-PERIODO TO TRUE
                       ELSE
                           MOVE VPD-NR-EMPREGADO TO WS-VAR-EMPREGADO
                           MOVE VPD-TIPO TO WS-TIPO-VARIACAO
                           PERFORM PROCURAR-CONFIRMACAO
                           IF NOT VARIACAO-CONFIRMADA
                               ADD 1 TO WS-QTD-NAO-CONFIRMADAS
                               DISPLAY 'VARIACAO NAO CONFIRMADA: '
                                   VPD-NR-EMPREGADO ' ' VPD-TIPO ' '
                                   VPD-NOME
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       PROCURAR-CONFIRMACAO.
           MOVE 'N' TO WS-FLAG-CONFIRMADA
           SET IX-VC TO 1
           SEARCH CONFIRMADA-TAB
               AT END
                   CONTINUE
               WHEN IX-VC > QTD-CONFIRMADAS
                   CONTINUE
               WHEN VC-EMPREGADO(IX-VC) = WS-VAR-EMPREGADO
                       AND VC-TIPO(IX-VC) = WS-TIPO-VARIACAO
                   SET VARIACAO-CONFIRMADA TO TRUE
           END-SEARCH.

      ******************************************************************
      * carrega do historico a folha da competencia anterior (o
      * dezembro anterior para janeiro, nunca o decimo terceiro); sem
      * ela a comparacao de valores e de presenca fica de fora.
      ******************************************************************
       LER-FOLHA-ANTERIOR.
           MOVE SPACES TO WS-LIMITE-ENV
           ACCEPT WS-LIMITE-ENV FROM ENVIRONMENT 'P462-LIMITE-VARIACAO'
           IF WS-LIMITE-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-LIMITE-ENV) IS NUMERIC
                   AND FUNCTION NUMVAL(WS-LIMITE-ENV) > 0
               MOVE FUNCTION NUMVAL(WS-LIMITE-ENV)
                   TO WS-LIMITE-VARIACAO
           END-IF
           IF WS-MES-FOLHA = 1
               COMPUTE WS-PERIODO-ANTERIOR =
                   (WS-ANO-FOLHA - 1) * 100 + 12
           ELSE
               COMPUTE WS-PERIODO-ANTERIOR = WS-PERIODO-FOLHA - 1
           END-IF
           OPEN INPUT HISTORICO-ANTERIOR
           IF WS-STATUS-HIST-ANTERIOR = '00'
               PERFORM CARREGAR-FOLHA-ANTERIOR
                   UNTIL WS-FIM-HIST-ANTERIOR = 'S'
               CLOSE HISTORICO-ANTERIOR
           END-IF
           IF QTD-FOLHA-ANTERIOR > 0
               SET TEM-FOLHA-ANTERIOR TO TRUE
           ELSE
               DISPLAY 'SEM FOLHA DA COMPETENCIA ' WS-PERIODO-ANTERIOR
                   ' NO HISTORICO - VARIACAO SO DE CONTAS BANCARIAS'
           END-IF.

       CARREGAR-FOLHA-ANTERIOR.
           READ HISTORICO-ANTERIOR
               AT END
                   MOVE 'S' TO WS-FIM-HIST-ANTERIOR
               NOT AT END
                   ADD 1 TO WS-QTD-HIST-LIDOS
                   IF HA-ANO * 100 + HA-MES = WS-PERIODO-ANTERIOR
                       PERFORM GUARDAR-FOLHA-ANTERIOR
                   END-IF
           END-READ.

       GUARDAR-FOLHA-ANTERIOR.
           SET IX-FA TO 1
           SEARCH FOLHA-ANTERIOR-TAB
               AT END
                   DISPLAY 'FOLHA ANTERIOR MAIOR QUE A TABELA - '
                       'EMPREGADO ' HA-NR-EMPREGADO ' FORA DA '
                       'CONFERENCIA'
               WHEN IX-FA > QTD-FOLHA-ANTERIOR
                   ADD 1 TO QTD-FOLHA-ANTERIOR
                   MOVE HA-NR-EMPREGADO TO FA-EMPREGADO(IX-FA)
                   MOVE HA-NOME TO FA-NOME(IX-FA)
                   MOVE HA-BRUTO TO FA-BRUTO(IX-FA)
                   MOVE HA-LIQUIDO TO FA-LIQUIDO(IX-FA)
                   MOVE 'N' TO FA-PAGO-NO-MES(IX-FA)
               WHEN FA-EMPREGADO(IX-FA) = HA-NR-EMPREGADO
                   MOVE HA-NOME TO FA-NOME(IX-FA)
                   MOVE HA-BRUTO TO FA-BRUTO(IX-FA)
                   MOVE HA-LIQUIDO TO FA-LIQUIDO(IX-FA)
           END-SEARCH.

      ******************************************************************
      * carrega a ultima conta creditada de cada empregado, gravada
      * pelas liberacoes anteriores.
      ******************************************************************
       LER-CONTAS-CREDITADAS.
           OPEN INPUT CONTAS-CREDITADAS
           IF WS-STATUS-CONTAS-CRED = '00'
               PERFORM CARREGAR-CONTA-CREDITADA
                   UNTIL WS-FIM-CONTAS-CRED = 'S'
               CLOSE CONTAS-CREDITADAS
           END-IF
           MOVE QTD-CONTAS-CRED TO WS-QTD-CONTAS-LIDAS.

       CARREGAR-CONTA-CREDITADA.
           READ CONTAS-CREDITADAS
               AT END
                   MOVE 'S' TO WS-FIM-CONTAS-CRED
               NOT AT END
                   IF QTD-CONTAS-CRED < 300
                       ADD 1 TO QTD-CONTAS-CRED
                       MOVE CCR-NR-EMPREGADO
                           TO CT-EMPREGADO(QTD-CONTAS-CRED)
                       MOVE CCR-BANCO TO CT-BANCO(QTD-CONTAS-CRED)
                       MOVE CCR-AGENCIA TO CT-AGENCIA(QTD-CONTAS-CRED)
                       MOVE CCR-CONTA TO CT-CONTA(QTD-CONTAS-CRED)
                       MOVE CCR-DV TO CT-DV(QTD-CONTAS-CRED)
                       MOVE CCR-COMPETENCIA
                           TO CT-COMPETENCIA(QTD-CONTAS-CRED)
                   ELSE
                       SET REGISTRO-CONTAS-CHEIO TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * abre o relatorio de variacao; a previa grava tambem a lista
      * de ocorrencias a confirmar, aberta pela marca da competencia.
      ******************************************************************
       ABRIR-RELAT-VARIACAO.
           OPEN OUTPUT RELAT-VARIACAO-FOLHA
           MOVE WS-PERIODO-ANTERIOR TO VR-PERIODO-ANTERIOR
           MOVE WS-PERIODO-FOLHA TO VR-PERIODO
           IF FOLHA-LIBERADA
               MOVE 'LIBERACAO' TO VR-MODO
           ELSE
               MOVE 'PREVIA' TO VR-MODO
               OPEN OUTPUT VARIACOES-PENDENTES
               MOVE SPACES TO REG-VARIACAO-PENDENTE
               MOVE WS-PERIODO-FOLHA TO VPD-COMPETENCIA
               MOVE ZEROS TO VPD-NR-EMPREGADO
               MOVE '*' TO VPD-TIPO
               MOVE 'PREVIA DA FOLHA' TO VPD-NOME
               WRITE REG-VARIACAO-PENDENTE
           END-IF
           WRITE REG-RELAT-VARIACAO FROM VR-CABECALHO-1
               AFTER ADVANCING 1 LINE
           WRITE REG-RELAT-VARIACAO FROM VR-CABECALHO-2
               AFTER ADVANCING 2 LINES
           WRITE REG-RELAT-VARIACAO FROM VR-LINHA-TRACO
               AFTER ADVANCING 1 LINE.

      ******************************************************************
      * confere o empregado recem-calculado contra a folha anterior
      * (novo na folha, ou bruto e liquido acima do limite) e contra
      * a ultima conta creditada.
      ******************************************************************
       CONFERIR-VARIACAO-EMPREGADO.
           MOVE NR-EMPREGADO-IN TO WS-VAR-EMPREGADO
           MOVE NOME-EMPREGADO-IN TO WS-VAR-NOME
           IF TEM-FOLHA-ANTERIOR
               SET IX-FA TO 1
               SEARCH FOLHA-ANTERIOR-TAB
                   AT END
                       PERFORM APONTAR-NOVO-NA-FOLHA
                   WHEN IX-FA > QTD-FOLHA-ANTERIOR
                       PERFORM APONTAR-NOVO-NA-FOLHA
                   WHEN FA-EMPREGADO(IX-FA) = NR-EMPREGADO-IN
                       MOVE 'S' TO FA-PAGO-NO-MES(IX-FA)
                       MOVE FA-BRUTO(IX-FA) TO WS-VALOR-ANTERIOR
                       MOVE WS-BRUTO-AJUSTADO TO WS-VALOR-ATUAL
                       MOVE 'B' TO WS-TIPO-VARIACAO
                       PERFORM TESTAR-VARIACAO
                       MOVE FA-LIQUIDO(IX-FA) TO WS-VALOR-ANTERIOR
                       MOVE WS-SALARIO-LIQUIDO TO WS-VALOR-ATUAL
                       MOVE 'L' TO WS-TIPO-VARIACAO
                       PERFORM TESTAR-VARIACAO
               END-SEARCH
           END-IF
           IF TEM-DADOS-BANCARIOS
               PERFORM COMPARAR-CONTA-CREDITADA
           END-IF.

       APONTAR-NOVO-NA-FOLHA.
           MOVE 'N' TO WS-TIPO-VARIACAO
           MOVE 0 TO WS-VALOR-ANTERIOR
           MOVE WS-SALARIO-LIQUIDO TO WS-VALOR-ATUAL
           MOVE 0 TO WS-PERC-VARIACAO
           PERFORM REGISTRAR-VARIACAO.

      * variacao percentual sobre o mes anterior; valor anterior zero
      * com valor atual conta como variacao maxima.
       TESTAR-VARIACAO.
           MOVE 0 TO WS-PERC-VARIACAO
           IF WS-VALOR-ANTERIOR > 0
               COMPUTE WS-PERC-VARIACAO ROUNDED =
                   (WS-VALOR-ATUAL - WS-VALOR-ANTERIOR) * 100
                       / WS-VALOR-ANTERIOR
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PERC-VARIACAO
               END-COMPUTE
           ELSE
               IF WS-VALOR-ATUAL > 0
                   MOVE 9999.9 TO WS-PERC-VARIACAO
               END-IF
           END-IF
           IF FUNCTION ABS(WS-PERC-VARIACAO) > WS-LIMITE-VARIACAO
               PERFORM REGISTRAR-VARIACAO
           END-IF.

      * conta diferente da ultima creditada, ou primeira conta do
      * empregado depois que o arquivo de contas passou a existir.
       COMPARAR-CONTA-CREDITADA.
           MOVE DB-BANCO-TAB(IX-DB) TO WS-CE-BANCO
           MOVE DB-AGENCIA-TAB(IX-DB) TO WS-CE-AGENCIA
           MOVE DB-CONTA-TAB(IX-DB) TO WS-CE-CONTA
           MOVE DB-DV-TAB(IX-DB) TO WS-CE-DV
           MOVE WS-CONTA-EDITADA TO VR-CONTA-ATUAL
           MOVE 'C' TO WS-TIPO-VARIACAO
           MOVE 0 TO WS-VALOR-ANTERIOR WS-VALOR-ATUAL
               WS-PERC-VARIACAO
           SET IX-CT TO 1
           SEARCH CONTA-CRED-TAB
               AT END
                   CONTINUE
               WHEN IX-CT > QTD-CONTAS-CRED
                   IF WS-QTD-CONTAS-LIDAS > 0
                       MOVE 'SEM CREDITO ANTERIOR' TO VR-CONTA-ANTERIOR
                       PERFORM REGISTRAR-VARIACAO
                       WRITE REG-RELAT-VARIACAO FROM VR-LINHA-CONTA
                           AFTER ADVANCING 1 LINE
                   END-IF
               WHEN CT-EMPREGADO(IX-CT) = NR-EMPREGADO-IN
                   IF CT-BANCO(IX-CT) NOT = DB-BANCO-TAB(IX-DB)
                       OR CT-AGENCIA(IX-CT) NOT = DB-AGENCIA-TAB(IX-DB)
                       OR CT-CONTA(IX-CT) NOT = DB-CONTA-TAB(IX-DB)
                       OR CT-DV(IX-CT) NOT = DB-DV-TAB(IX-DB)
                       MOVE CT-BANCO(IX-CT) TO WS-CE-BANCO
                       MOVE CT-AGENCIA(IX-CT) TO WS-CE-AGENCIA
                       MOVE CT-CONTA(IX-CT) TO WS-CE-CONTA
                       MOVE CT-DV(IX-CT) TO WS-CE-DV
                       MOVE WS-CONTA-EDITADA TO VR-CONTA-ANTERIOR
                       PERFORM REGISTRAR-VARIACAO
                       WRITE REG-RELAT-VARIACAO FROM VR-LINHA-CONTA
                           AFTER ADVANCING 1 LINE
                   END-IF
           END-SEARCH.

      ******************************************************************
      * lista uma ocorrencia no relatorio; a previa a grava na lista
      * a confirmar e a liberacao conta as que surgiram sem
      * confirmacao (dados alterados depois da previa).
      ******************************************************************
       REGISTRAR-VARIACAO.
           ADD 1 TO WS-QTD-VARIACOES
           PERFORM PROCURAR-CONFIRMACAO
           MOVE WS-VAR-EMPREGADO TO VR-NR-EMPREGADO
           MOVE WS-VAR-NOME TO VR-NOME
           EVALUATE WS-TIPO-VARIACAO
               WHEN 'B'
                   MOVE 'BRUTO ACIMA LIMITE' TO VR-OCORRENCIA
               WHEN 'L'
                   MOVE 'LIQUIDO ACIMA LIMITE' TO VR-OCORRENCIA
               WHEN 'N'
                   MOVE 'NOVO NA FOLHA' TO VR-OCORRENCIA
               WHEN 'A'
                   MOVE 'AUSENTE NESTE MES' TO VR-OCORRENCIA
               WHEN 'C'
                   MOVE 'CONTA BANCARIA NOVA' TO VR-OCORRENCIA
           END-EVALUATE
           MOVE WS-VALOR-ANTERIOR TO VR-ANTERIOR
           MOVE WS-VALOR-ATUAL TO VR-ATUAL
           MOVE WS-PERC-VARIACAO TO VR-PERCENTUAL
           IF VARIACAO-CONFIRMADA
               MOVE 'CONFIRMADA' TO VR-CONFIRMACAO
           ELSE
               MOVE 'PENDENTE' TO VR-CONFIRMACAO
               IF FOLHA-LIBERADA
                   ADD 1 TO WS-QTD-NAO-CONFIRMADAS
               END-IF
           END-IF
           WRITE REG-RELAT-VARIACAO FROM VR-LINHA-VARIACAO
               AFTER ADVANCING 1 LINE
           IF NOT FOLHA-LIBERADA
               MOVE SPACES TO REG-VARIACAO-PENDENTE
               MOVE WS-PERIODO-FOLHA TO VPD-COMPETENCIA
               MOVE WS-VAR-EMPREGADO TO VPD-NR-EMPREGADO
               MOVE WS-TIPO-VARIACAO TO VPD-TIPO
               MOVE WS-VAR-NOME TO VPD-NOME
               WRITE REG-VARIACAO-PENDENTE
           END-IF.

      ******************************************************************
      * fecha o relatorio com os empregados pagos no mes anterior que
      * ficaram fora desta folha e o resumo das ocorrencias.
      ******************************************************************
       FECHAR-RELAT-VARIACAO.
           PERFORM LISTAR-AUSENTE-DA-FOLHA
               VARYING IX-FA FROM 1 BY 1
               UNTIL IX-FA > QTD-FOLHA-ANTERIOR
           WRITE REG-RELAT-VARIACAO FROM VR-LINHA-TRACO
               AFTER ADVANCING 1 LINE
           MOVE 'LIMITE DE VARIACAO (%):' TO VR-ROTULO
           MOVE WS-LIMITE-VARIACAO TO VR-QUANTIDADE
           WRITE REG-RELAT-VARIACAO FROM VR-LINHA-RESUMO
               AFTER ADVANCING 1 LINE
           MOVE 'OCORRENCIAS:' TO VR-ROTULO
           MOVE WS-QTD-VARIACOES TO VR-QUANTIDADE
           WRITE REG-RELAT-VARIACAO FROM VR-LINHA-RESUMO
               AFTER ADVANCING 1 LINE
           CLOSE RELAT-VARIACAO-FOLHA
           IF FOLHA-LIBERADA
               IF WS-QTD-NAO-CONFIRMADAS > 0
                   DISPLAY WS-QTD-NAO-CONFIRMADAS ' VARIACOES SURGIDAS '
                       'DEPOIS DA PREVIA, SEM CONFIRMACAO - VER '
                       'RELAT-VARIACAO-FOLHA.TXT'
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               CLOSE VARIACOES-PENDENTES
               IF WS-QTD-VARIACOES > 0
                   DISPLAY WS-QTD-VARIACOES ' VARIACOES SOBRE O MES '
                       'ANTERIOR - CONFIRMAR EM '
                       'VARIACOES-CONFIRMADAS.TXT ANTES DA LIBERACAO'
               END-IF
           END-IF.

       LISTAR-AUSENTE-DA-FOLHA.
           IF FA-PAGO-NO-MES(IX-FA) NOT = 'S'
               MOVE FA-EMPREGADO(IX-FA) TO WS-VAR-EMPREGADO
               MOVE FA-NOME(IX-FA) TO WS-VAR-NOME
               MOVE 'A' TO WS-TIPO-VARIACAO
               MOVE FA-LIQUIDO(IX-FA) TO WS-VALOR-ANTERIOR
               MOVE 0 TO WS-VALOR-ATUAL WS-PERC-VARIACAO
               PERFORM REGISTRAR-VARIACAO
           END-IF.

      ******************************************************************
      * na liberacao, guarda a conta creditada ao empregado e, no fim,
      * regrava o arquivo, mantidos os empregados fora desta folha.
      ******************************************************************
       GUARDAR-CONTA-CREDITADA.
           IF NOT TEM-DADOS-BANCARIOS
               EXIT PARAGRAPH
           END-IF
           SET IX-CT TO 1
           SEARCH CONTA-CRED-TAB
               AT END
                   SET REGISTRO-CONTAS-CHEIO TO TRUE
               WHEN IX-CT > QTD-CONTAS-CRED
                   ADD 1 TO QTD-CONTAS-CRED
                   PERFORM ATUALIZAR-CONTA-CREDITADA
               WHEN CT-EMPREGADO(IX-CT) = NR-EMPREGADO-IN
                   PERFORM ATUALIZAR-CONTA-CREDITADA
           END-SEARCH.

       ATUALIZAR-CONTA-CREDITADA.
           MOVE NR-EMPREGADO-IN TO CT-EMPREGADO(IX-CT)
           MOVE DB-BANCO-TAB(IX-DB) TO CT-BANCO(IX-CT)
           MOVE DB-AGENCIA-TAB(IX-DB) TO CT-AGENCIA(IX-CT)
           MOVE DB-CONTA-TAB(IX-DB) TO CT-CONTA(IX-CT)
           MOVE DB-DV-TAB(IX-DB) TO CT-DV(IX-CT)
           MOVE WS-PERIODO-FOLHA TO CT-COMPETENCIA(IX-CT).

       REGRAVAR-CONTAS-CREDITADAS.
           IF REGISTRO-CONTAS-CHEIO
               DISPLAY 'CONTAS-CREDITADAS.TXT MAIOR QUE A TABELA, '
                   'CONTAS NAO ATUALIZADAS - AMPLIAR A TABELA'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONTAS-CREDITADAS
           PERFORM REGRAVAR-CONTA-CREDITADA
               VARYING IX-CT FROM 1 BY 1
               UNTIL IX-CT > QTD-CONTAS-CRED
           CLOSE CONTAS-CREDITADAS.

       REGRAVAR-CONTA-CREDITADA.
           MOVE SPACES TO REG-CONTA-CREDITADA
           MOVE CT-EMPREGADO(IX-CT) TO CCR-NR-EMPREGADO
           MOVE CT-BANCO(IX-CT) TO CCR-BANCO
           MOVE CT-AGENCIA(IX-CT) TO CCR-AGENCIA
           MOVE CT-CONTA(IX-CT) TO CCR-CONTA
           MOVE CT-DV(IX-CT) TO CCR-DV
           MOVE CT-COMPETENCIA(IX-CT) TO CCR-COMPETENCIA
           WRITE REG-CONTA-CREDITADA.

      ******************************************************************
      * le o checkpoint de uma liberacao anterior. interrompida na
      * mesma competencia, a liberacao e retomada: o historico e
      * cortado na posicao do checkpoint e os empregados ate ali sao
      * recalculados sem nova gravacao do historico. os demais
      * arquivos da liberacao sao regravados por inteiro, um credito
      * por empregado, como em qualquer execucao.
      ******************************************************************
       LER-CHECKPOINT.
           MOVE SPACES TO WS-INTERVALO-ENV
           ACCEPT WS-INTERVALO-ENV
               FROM ENVIRONMENT 'P462-INTERVALO-CHECKPOINT'
           IF WS-INTERVALO-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-INTERVALO-ENV) IS NUMERIC
                   AND FUNCTION NUMVAL(WS-INTERVALO-ENV) > 0
               MOVE FUNCTION NUMVAL(WS-INTERVALO-ENV)
                   TO WS-INTERVALO-CHECKPOINT
           END-IF
           OPEN INPUT ARQ-CHECKPOINT
           IF WS-STATUS-CHECKPOINT = '00'
               READ ARQ-CHECKPOINT INTO WS-CHECKPOINT-ANTERIOR
                   NOT AT END
                       IF CKA-FLAG-EM-ANDAMENTO = 'S'
                           SET HOUVE-CHECKPOINT TO TRUE
                       END-IF
               END-READ
               CLOSE ARQ-CHECKPOINT
           END-IF
           IF NOT HOUVE-CHECKPOINT
               EXIT PARAGRAPH
           END-IF
           IF CKA-COMPETENCIA NOT = WS-PERIODO-FOLHA
               DISPLAY 'LIBERACAO DA COMPETENCIA ' CKA-COMPETENCIA
                   ' INTERROMPIDA - RETOMAR ESSA COMPETENCIA ANTES '
                   'DE LIBERAR ' WS-PERIODO-FOLHA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'LIBERACAO INTERROMPIDA - RETOMADA DO CHECKPOINT '
               'APOS ' CKA-QTD-LIDOS ' REGISTROS DE ARQ-SALARIO'
           PERFORM CORTAR-HISTORICO-FOLHA
           IF CKA-QTD-LIDOS > 0
               SET EM-REPOSICAO TO TRUE
           END-IF.

      ******************************************************************
      * devolve o historico a posicao do checkpoint, descartando o que
      * a execucao interrompida gravou depois dele; o que vier antes
      * e copiado para o arquivo de trabalho e de volta.
      ******************************************************************
       CORTAR-HISTORICO-FOLHA.
           MOVE 0 TO WS-QTD-HIST-COPIADOS
           OPEN INPUT HISTORICO-ANTERIOR
           OPEN OUTPUT HISTORICO-REINICIO
           IF WS-STATUS-HIST-ANTERIOR = '00'
               PERFORM COPIAR-HISTORICO-CHECKPOINT
                   UNTIL WS-FIM-HIST-ANTERIOR = 'S'
                   OR WS-QTD-HIST-COPIADOS = CKA-POSICAO-HISTORICO
               CLOSE HISTORICO-ANTERIOR
           END-IF
           CLOSE HISTORICO-REINICIO
           MOVE 'N' TO WS-FIM-HIST-ANTERIOR
           IF WS-QTD-HIST-COPIADOS < CKA-POSICAO-HISTORICO
               DISPLAY 'HISTORICO-FOLHA.CBDB COM ' WS-QTD-HIST-COPIADOS
                   ' REGISTROS, CHECKPOINT EM ' CKA-POSICAO-HISTORICO
                   ' - REINICIO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HISTORICO-REINICIO
           OPEN OUTPUT HISTORICO-ANTERIOR
           PERFORM DEVOLVER-HISTORICO-CORTADO
               UNTIL WS-FIM-HIST-REINICIO = 'S'
           CLOSE HISTORICO-REINICIO HISTORICO-ANTERIOR.

       COPIAR-HISTORICO-CHECKPOINT.
           READ HISTORICO-ANTERIOR
               AT END
                   MOVE 'S' TO WS-FIM-HIST-ANTERIOR
               NOT AT END
                   WRITE REG-HIST-REINICIO
                       FROM REG-HIST-ANTERIOR-INTEIRO
                   ADD 1 TO WS-QTD-HIST-COPIADOS
           END-READ.

       DEVOLVER-HISTORICO-CORTADO.
           READ HISTORICO-REINICIO
               AT END
                   MOVE 'S' TO WS-FIM-HIST-REINICIO
               NOT AT END
                   WRITE REG-HIST-ANTERIOR-INTEIRO
                       FROM REG-HIST-REINICIO
           END-READ.

      ******************************************************************
      * aviso de reinicio no relatorio, logo apos o cabecalho.
      ******************************************************************
       AVISAR-REINICIO.
           MOVE CKA-ULTIMO-EMPREGADO TO RST-ULTIMO-EMPREGADO
           MOVE CKA-QTD-LIDOS TO RST-QTD-LIDOS
           WRITE REG-RELAT-OUT
               FROM LINHA-REINICIO
               AFTER ADVANCING 2 LINES.

      ******************************************************************
      * apos cada registro de ARQ-SALARIO na liberacao: no reinicio,
      * ao chegar ao ponto do checkpoint, confere os totais
      * reapurados; fora dele, grava o checkpoint a cada intervalo.
      ******************************************************************
       CONTROLAR-CHECKPOINT.
           IF NOT FOLHA-LIBERADA
               EXIT PARAGRAPH
           END-IF
           IF EM-REPOSICAO
               IF WS-QTD-SALARIO-LIDOS = CKA-QTD-LIDOS
                   PERFORM CONFERIR-PONTO-REINICIO
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-DESDE-CHECKPOINT
           IF WS-QTD-DESDE-CHECKPOINT >= WS-INTERVALO-CHECKPOINT
               PERFORM GRAVAR-CHECKPOINT
               MOVE 0 TO WS-QTD-DESDE-CHECKPOINT
           END-IF.

       CONFERIR-PONTO-REINICIO.
           IF NR-EMPREGADO-IN NOT = CKA-ULTIMO-EMPREGADO
                   OR WS-CONTAGEM-EMPREGADOS
                       NOT = CKA-CONTAGEM-EMPREGADOS
                   OR WS-SOMA-SALARIOS NOT = CKA-SOMA-SALARIOS
                   OR WS-QTD-CREDITADOS NOT = CKA-QTD-CREDITADOS
                   OR WS-SOMA-CREDITADOS NOT = CKA-SOMA-CREDITADOS
               PERFORM RECUSAR-REINICIO
           END-IF
           MOVE 'N' TO WS-FLAG-REPOSICAO
           DISPLAY 'PONTO DO CHECKPOINT CONFERIDO NO EMPREGADO '
               CKA-ULTIMO-EMPREGADO ' - GRAVACAO DO HISTORICO '
               'RETOMADA'.

      * o historico fica na posicao do checkpoint e o checkpoint em
      * aberto, para nova retomada depois de restauradas as entradas.
       RECUSAR-REINICIO.
           DISPLAY 'ARQ-SALARIO OU TOTAIS REAPURADOS NAO BATEM COM O '
               'CHECKPOINT (EMPREGADO ' CKA-ULTIMO-EMPREGADO ', '
               CKA-CONTAGEM-EMPREGADOS ' EMPREGADOS, LIQUIDO '
               CKA-SOMA-SALARIOS ') - ENTRADAS ALTERADAS DESDE A '
               'EXECUCAO INTERROMPIDA; REINICIO RECUSADO'
           CLOSE TAB-IMPOSTOS ARQ-SALARIO RELATORIO-SALARIO
                 CONTRACHEQUES EXCECOES-BANCARIAS GUIA-ENCARGOS
                 ARQ-PAGAMENTO-BANCO HISTORICO-FOLHA
                 ARQ-DEPOSITO-FGTS ARQ-REPASSE-DESCONTOS
                 RELAT-VARIACAO-FOLHA
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * grava o ponto de avanco da liberacao: registros lidos, ultimo
      * empregado, totais e a posicao do historico.
      ******************************************************************
       GRAVAR-CHECKPOINT.
           OPEN OUTPUT ARQ-CHECKPOINT
           MOVE 'S' TO FLAG-EM-ANDAMENTO-CKPT
           MOVE WS-PERIODO-FOLHA TO COMPETENCIA-CKPT
           MOVE WS-QTD-SALARIO-LIDOS TO QTD-LIDOS-CKPT
           IF WS-QTD-SALARIO-LIDOS = 0
               MOVE 0 TO ULTIMO-EMPREGADO-CKPT
           ELSE
               MOVE NR-EMPREGADO-IN TO ULTIMO-EMPREGADO-CKPT
           END-IF
           MOVE WS-CONTAGEM-EMPREGADOS TO CONTAGEM-EMPREGADOS-CKPT
           MOVE WS-SOMA-SALARIOS TO SOMA-SALARIOS-CKPT
           MOVE WS-QTD-CREDITADOS TO QTD-CREDITADOS-CKPT
           MOVE WS-SOMA-CREDITADOS TO SOMA-CREDITADOS-CKPT
           COMPUTE POSICAO-HISTORICO-CKPT =
               WS-QTD-HIST-LIDOS + WS-QTD-HIST-GRAVADOS
           WRITE REG-CHECKPOINT
           CLOSE ARQ-CHECKPOINT.

      ******************************************************************
      * ao fim da liberacao concluida, marca o checkpoint como
      * encerrado para que a proxima comece do zero.
      ******************************************************************
       MARCAR-CHECKPOINT-COMPLETO.
           OPEN OUTPUT ARQ-CHECKPOINT
           INITIALIZE REG-CHECKPOINT
           MOVE 'N' TO FLAG-EM-ANDAMENTO-CKPT
           WRITE REG-CHECKPOINT
           CLOSE ARQ-CHECKPOINT.

      ******************************************************************
      * grava o registro padrao de balanceamento desta execucao no
      * arquivo de controle compartilhado.
