      *     DE PRIMEIRA. REEXECUTAVEL: NADA E DESTRUIDO NEM
      *     SOBRESCRITO. RECUSA-SE A RODAR QUANDO APP_ENV RESOLVE
      *     PARA PROD.
      *   - CRIA AS TABELAS DO RAZAO DE ESTOQUE (ESTOQUE_SALDO E
      *     ESTOQUE_MOVIMENTOS) E SEMEIA O CATALOGO E O RUNBOOK DE
      *     PROG-ESTOQUE-ADMIN E DO CODIGO DE ESTOQUE INSUFICIENTE.
      *   - ESTOQUE_SALDO GANHA MINIMO E LOTE_COMPRA; CRIA AS TABELAS
      *     DE COMPRAS (FORNECEDOR, PEDIDO_COMPRA E
      *     PEDIDO_COMPRA_ITENS), SEMEIA O CATALOGO DE
      *     PROG-FORNECEDORES-ADMIN E PROG-PEDIDOS-COMPRA, O RUNBOOK
      *     DO CODIGO DE SITUACAO INVALIDA E A AGENDA NOTURNA DE
      *     PROG-REPOSICAO-ESTOQUE.
      *   - CRIA O HISTORICO DE PRECOS COM VIGENCIA
      *     (PRODUTO_PRECO_HIST) E AMPLIA OS PARAMETROS DE
      *     PROG-PRODUTOS-ADMIN NO CATALOGO.
      *   - CRIA O CADASTRO DE PROMOCOES (PROMOCAO), GRAVA PRECO DE
      *     LISTA, DESCONTO E PROMOCAO EM VENDA_ITENS E CATALOGA
      *     PROG-PROMOCOES-ADMIN.
      *   - CRIA AS PARCELAS E OS PAGAMENTOS DE VENDA (VENDA_PARCELA
      *     E VENDA_PAGAMENTO), GRAVA QTD_PARCELAS EM VENDA E CATALOGA
      *     PROG-PARCELAS-VENDA.
      *   - AGENDA A RODADA NOTURNA DE PROG-AGING-RECEBIVEIS.
      *   - CRIA O LIMITE DE CREDITO DO CLIENTE (CLIENTE.LIMITE_CREDITO
      *     E CLIENTE_HISTORICO.LIMITE_ANTERIOR) E AS LIBERACOES
      *     AVULSAS (CLIENTE_CREDITO_LIBERACAO), AMPLIA OS PARAMETROS
      *     DE PROG-CLIENTES-ADMIN NO CATALOGO E SEMEIA O RUNBOOK DO
      *     CODIGO DE LIMITE DE CREDITO EXCEDIDO.
      *   - CRIA AS NOTAS DE CREDITO DAS DEVOLUCOES PARCIAIS
      *     (VENDA_DEVOLUCAO), AS COLUNAS DE DEVOLUCAO DE
      *     VENDA_FECHAMENTO E CATALOGA PROG-DEVOLUCOES-VENDA.
      *   - CRIA O CADASTRO DE VENDEDORES (VENDEDOR), GRAVA
      *     VENDEDOR_ID E PERCENTUAL_COMISSAO EM VENDA, CATALOGA
      *     PROG-VENDEDORES-ADMIN E AMPLIA OS PARAMETROS DE
      *     PROG-CRIA-VENDA NO CATALOGO.
      *   - CRIA AS SERIES E OS DOCUMENTOS FISCAIS DE VENDA
      *     (DOCUMENTO_FISCAL_SERIE, COM A SERIE PADRAO '1', E
      *     DOCUMENTO_FISCAL), CATALOGA PROG-DOCUMENTOS-FISCAIS E
      *     AGENDA A AUDITORIA DIARIA DA NUMERACAO
      *     (PROG-AUDITA-NUMERACAO).
      *   - CRIA AS CLASSES FISCAIS E SUAS ALIQUOTAS COM VIGENCIA
      *     (CLASSE_FISCAL, CLASSE_FISCAL_ALIQUOTA), A APURACAO DO
      *     IMPOSTO NO FECHAMENTO (VENDA_FECHAMENTO_IMPOSTO), AS
      *     COLUNAS DE IMPOSTO DE PRODUTO, VENDA, VENDA_ITENS E
      *     VENDA_FECHAMENTO E CATALOGA PROG-CLASSES-FISCAIS-ADMIN.
      *   - CRIA O MAPA DE CONTAS CONTABEIS (CONTA_CONTABIL_MAPA,
      *     SEMEADO COM AS CONTAS PADRAO) E OS LOTES E LANCAMENTOS DA
      *     EXPORTACAO CONTABIL (LANCAMENTO_CONTABIL_LOTE,
      *     LANCAMENTO_CONTABIL) DE PROG-LANCAMENTOS-CONTABEIS.
      *   - CRIA AS TABELAS DA COBRANCA BANCARIA (CLIENTE_COBRANCA,
      *     COBRANCA_REMESSA, COBRANCA_BOLETO, COBRANCA_OCORRENCIA)
      *     DE PROG-REMESSA-COBRANCA E PROG-RETORNO-COBRANCA E SEMEIA
      *     A ROTA RETORNO_COBRANCA% EM INTAKE_ROTAS.
      *   - VENDA GANHA AS COLUNAS DE LINHAGEM (ORIGEM_CARGA, LOTE_ID)
      *     E A REFERENCIA DO PEDIDO NO PARCEIRO
      *     (REFERENCIA_PARCEIRO) DE PROG-IMPORTA-VENDAS, E A ROTA
      *     VENDAS_PARCEIRO% E SEMEADA EM INTAKE_ROTAS.
      *   - CRIA OS ACHADOS DA VERIFICACAO FINANCEIRA DAS VENDAS
      *     (FINANCEIRO_ACHADOS) E AGENDA A RODADA NOTURNA DE
      *     PROG-VERIFICA-FINANCEIRO.
      *   - CRIA A FILA DE REVISAO DE VENDAS SUSPEITAS E SUA TRILHA
      *     (VENDA_REVISAO E VENDA_REVISAO_HISTORICO), AGENDA A
      *     PONTUACAO DE PROG-PONTUA-VENDAS A CADA 15 MINUTOS E
      *     CATALOGA A ACAO PROG-REVISAO-VENDAS.
      *   - CRIA OS ORCAMENTOS DE VENDA (ORCAMENTO E ORCAMENTO_ITENS),
      *     AGENDA A EXPIRACAO NOTURNA DE PROG-EXPIRA-ORCAMENTOS E
      *     CATALOGA A ACAO PROG-ORCAMENTOS.
      *   - CRIA OS CONTRATOS RECORRENTES (CONTRATO, CONTRATO_ITENS E
      *     CONTRATO_FATURAMENTO), AGENDA O FATURAMENTO DIARIO DE
      *     PROG-FATURA-CONTRATOS E CATALOGA A ACAO PROG-CONTRATOS.
      *   - CRIA A EXPEDICAO DAS VENDAS (VENDA_EXPEDICAO E
      *     VENDA_EXPEDICAO_EVENTO), AGENDA O BATCH DIARIO DE
      *     EXPEDICOES PARADAS PROG-EXPEDICAO-PARADAS E CATALOGA A
      *     ACAO PROG-EXPEDICAO-VENDAS.
      *   - CRIA O CADASTRO FISCAL E DE CONTATO DO CLIENTE
      *     (CLIENTE.DOCUMENTO, CLIENTE_HISTORICO.DOCUMENTO_ANTERIOR E
      *     DETALHE_ANTERIOR, CLIENTE_ENDERECO E CLIENTE_CONTATO) E
      *     AMPLIA OS PARAMETROS DE PROG-CLIENTES-ADMIN NO CATALOGO.
      *   - CRIA A TABELA DA CURVA ABC (CURVA_ABC_ITEM) DO BATCH
      *     MENSAL PROG-CURVA-ABC.
      *   - CRIA O SEGMENTO COMERCIAL DO CLIENTE (CLIENTE.SEGMENTO) E
      *     O ACOMPANHAMENTO DE INATIVOS (CLIENTE_INATIVIDADE), AGENDA
      *     O BATCH DIARIO PROG-CLIENTES-INATIVOS E INCLUI QS_SEGMENTO
      *     NOS PARAMETROS DE PROG-CLIENTES-ADMIN NO CATALOGO.
      *   - CRIA AS METAS MENSAIS DE VENDA (META_VENDA), CADASTRA A
      *     ACAO PROG-METAS-VENDAS NO CATALOGO E AGENDA O BATCH
      *     DIARIO PROG-ACOMPANHA-METAS.
      *   - DIMENSOES VERSIONADAS DW_DIM_CLIENTE E DW_DIM_PRODUTO DA
      *     EXTRACAO DO WAREHOUSE DE VENDAS E AGENDA DIARIA DE
      *     PROG-EXTRAI-DW-VENDAS SOB A TRAVA DW-VENDAS.
      *   - CHAVES_API NASCE COM O CLIENTE DAS CHAVES DE
      *     AUTOATENDIMENTO (CLIENTE_ID) E O CATALOGO DE
      *     PROG-CHAVES-API GANHA QS_CLIENTE_ID.
      *   - TABELAS PREVISAO_DEMANDA E SUGESTAO_MINIMO, AGENDA
      *     SEMANAL DO BATCH PROG-PREVISAO-DEMANDA E DESCRICAO DE
      *     PROG-ESTOQUE-ADMIN NO CATALOGO COM AS SUGESTOES DE MINIMO.
      *   - FECHAMENTO MENSAL DE VENDAS (VENDA_FECHAMENTO_MES), AGENDA
      *     DIARIA DO BATCH PROG-FECHA-MES-VENDAS E QS_MES NOS
      *     PARAMETROS DE PROG-FECHAMENTO-VENDAS NO CATALOGO.
      *   - CACHE DE RESPOSTA DAS LEITURAS PESADAS (CACHE_RESPOSTA) E
      *     OS CONTADORES DE ACERTO E FALTA (CACHE_ESTATISTICA).
      *   - ENVIO DE ARQUIVOS POR PARCEIRO: CHAVES_API.PARCEIRO,
      *     ARQUIVOS_RECEBIDOS.PARCEIRO E QTD_REJEITOS,
      *     INTAKE_ROTAS.VARIAVEL_REJEITOS SEMEADA PARA AS ROTAS
      *     CONHECIDAS, A ACAO PROG-ENVIO-ARQUIVOS NO CATALOGO E
      *     QS_PARCEIRO NOS PARAMETROS DE PROG-CHAVES-API.
      *   - INTAKE_ROTAS.TAMANHO_REJEITO SEMEADO PARA OS IMPORTADORES
      *     DE REJEITO EM REGISTRO FIXO E A ROTA
      *     CONFIRMACAO_INTERFACES% DOS RETORNOS DE PARCEIRO PARA
      *     PROG-CONFIRMA-INTERFACES.
      *   - TABELA AUDITORIA_RUPTURAS (RUPTURAS DA CORRENTE DE HASH
      *     ACUSADAS POR PROG-VERIFICA-AUDITORIA) E AGENDA A CADA 15
      *     MINUTOS DO BATCH PROG-EVENTOS-SIEM SOB A TRAVA
      *     SIEM-AUDITORIA.
      *   - TABELAS FALHAS_AUTENTICACAO E BLOQUEIOS_ORIGEM DO
      *     BLOQUEIO POR FALHAS REPETIDAS DE AUTENTICACAO, A ACAO
      *     PROG-BLOQUEIOS-ADMIN NO CATALOGO E O ERRO 9014 NO
      *     RUNBOOK.
      *   - TABELAS DA FILA DE TRABALHO DOS OPERADORES
      *     (FILA_TRABALHO_TIPOS, SEMEADA COM PRIORIDADE E PRAZO POR
      *     TIPO, FILA_TRABALHO E FILA_TRABALHO_NOTAS), CATALOGO DE
      *     PROG-FILA-TRABALHO E AGENDA DIARIA DE
      *     PROG-RELATORIO-FILA-ATRASOS.
      *   - TABELAS PASSAGENS_TURNO E PASSAGEM_NOTAS DO LIVRO DE
      *     PASSAGEM DE TURNO, CATALOGO DE PROG-PASSAGEM-TURNO E
      *     AGENDA DE PROG-RELATORIO-PASSAGEM A CADA 15 MINUTOS.
      *   - TABELAS PLANTAO_ESCALA, PLANTAO_CONTATOS E
      *     INCIDENTE_ESCALONAMENTOS DA ESCALA DE PLANTAO, COLUNAS DE
      *     ESCALONAMENTO EM INCIDENTES, CATALOGO DE
      *     PROG-PLANTAO-ADMIN E AGENDA DE PROG-ESCALONA-INCIDENTES A
      *     CADA 5 MINUTOS.
      *   - TABELA EXPORT_PARTICOES DO PLANO DE EXTRACAO PARTICIONADA
      *     DE PROG-EXPORTA-GENERICO.
      *   - TABELA AUDITORIA CRIADA PARTICIONADA POR MES DE
      *     CRIADO_EM, TABELA AUDITORIA_SELOS COM O ULTIMO HASH DE
      *     CADA MES FECHADO DA CORRENTE E AGENDA DIARIA DE
      *     PROG-PARTICIONA-AUDITORIA.
      *   - TABELAS IMPLANTACOES E IMPLANTACAO_PROGRAMAS DO LIVRO DE
      *     IMPLANTACOES DO AMBIENTE E CATALOGO DE PROG-IMPLANTACOES.
      *   - NOTIFICACAO_ASSINATURAS NASCE COM AS COLUNAS DO MODO
      *     DIGESTO (MODO_ENTREGA, HORA_DIGESTO, LISTA_EMAIL,
      *     ULTIMO_DIGESTO_EM), E O DESPACHO DE NOTIFICACOES ENTRA NA
      *     AGENDA DE HORA EM HORA.
      *   - TABELA NOTIFICACAO_RETROATIVAS (PEDIDOS DE CARGA
      *     RETROATIVA DE NOTIFICACOES) E COLUNA RETROATIVA_ID EM
      *     NOTIFICACAO_ENTREGAS.
      *   - TABELAS DADOS_PESSOAIS (REGISTRO DE COLUNAS COM DADO
      *     PESSOAL, SEMEADO COM AS COLUNAS DE TESTE, CLIENTE E
      *     TEXTO LIVRE) E DADOS_PESSOAIS_ACOES (ACOES QUE DEVOLVEM
      *     CADA TABELA) E CATALOGO DE PROG-DADOS-PESSOAIS.
      *   - TABELAS RETENCAO_LEGAL E RETENCAO_LEGAL_TENTATIVAS DA
      *     RETENCAO LEGAL, CATALOGO DE PROG-RETENCAO-LEGAL E O ERRO
      *     9015 NO RUNBOOK.
      *   - TABELAS CHAVES_USO_PROGRAMA (USO DA API POR CHAVE, MES,
      *     PROGRAMA E OPERACAO), TARIFA_API (PRECO POR CLASSE,
      *     OPERACAO E FAIXA DE CHAMADAS) E TARIFA_API_PROGRAMAS
      *     (CLASSE DE CADA PROGRAMA) DO EXTRATO DE USO DA API, COM
      *     A TARIFA DE FABRICA SEMEADA.
      *   - TABELA TITULAR_SOLICITACOES (REGISTRO DAS SOLICITACOES
      *     DE ACESSO DO TITULAR ATENDIDAS POR PROG-ACESSO-TITULAR).
      *   - TABELA REQUISICOES_LENTAS_PLANOS (COMANDO MASCARADO E
      *     PLANO DE EXECUCAO DAS REQUISICOES LENTAS) E AGENDA
      *     SEMANAL DE PROG-RELATORIO-LENTAS.
      *   - COLUNAS CHAVE_ANTERIOR E LISTA_EMAIL EM CHAVES_API,
      *     TABELAS CHAVES_ROTACAO (ROTACAO DE CHAVE COM SOBREPOSICAO
      *     E O USO DE CADA CHAVE NELA) E CHAVES_AVISOS (AVISOS DE
      *     VENCIMENTO JA ENVIADOS) E AGENDA DIARIA DE
      *     PROG-VENCIMENTO-CHAVES.
      *   - COLUNAS DO LOG PROPRIO DE CADA PASSO EM
      *     JOB_EXECUCAO_PASSOS (ARQUIVO_LOG, TAMANHO_BYTES,
      *     QTD_LINHAS, QTD_LINHAS_ERRO E CAUDA_LOG).
      *   - CADASTRA A ACAO PROG-LOG-JOBS NO CATALOGO E REALINHA OS
      *     PARAMETROS DE PROG-CHAVES-API (ROTACAO, AVISO DE
      *     VENCIMENTO, PAPEL E MES) TAMBEM EM AMBIENTE JA SEMEADO.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-QTD-MASK                    PIC Z(9)9.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-VALIDAR-AMBIENTE.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.

           PERFORM 5080-CARGA-CHKPT.
           PERFORM 5090-CHAVES-API.
           PERFORM 5100-CHAVES-USO.
           PERFORM 5101-CHAVES-ROTACAO.
           PERFORM 5102-CHAVES-AVISOS.
           PERFORM 5105-CHAVES-USO-PROGRAMA.
           PERFORM 5106-TARIFA-API.
           PERFORM 5110-CIRCUITO-ESTADO.
           PERFORM 5120-CLIENTE.
           PERFORM 5130-CLIENTE-HIST.
           PERFORM 5470-RELATORIO-DEF.
           PERFORM 5480-RELATORIOS-CATALOGO.
           PERFORM 5490-REQS-LENTAS.
           PERFORM 5491-REQS-LENTAS-PLANOS.
           PERFORM 5500-REQS-POR-IP.
           PERFORM 5510-REQS-TEMPOS.
           PERFORM 5520-RETENCAO-CONFIG.
           PERFORM 5670-LEITURA-ACESSOS.
           PERFORM 5680-PARCEIRO-LAYOUTS.
           PERFORM 5690-PARCEIRO-LAY-CAMPOS.
           PERFORM 5700-ESTOQUE-SALDO.
           PERFORM 5710-ESTOQUE-MOVIMENTOS.
           PERFORM 5720-FORNECEDOR.
           PERFORM 5730-PEDIDO-COMPRA.
           PERFORM 5740-PEDIDO-COMPRA-ITENS.
           PERFORM 5750-PRODUTO-PRECO-HIST.
           PERFORM 5760-PROMOCAO.
           PERFORM 5770-VENDA-PARCELA.
           PERFORM 5780-VENDA-PAGAMENTO.
           PERFORM 5790-CREDITO-LIBERACAO.
           PERFORM 5800-VENDA-DEVOLUCAO.
           PERFORM 5810-VENDEDOR.
           PERFORM 5820-DOCUMENTO-FISCAL.
           PERFORM 5830-CLASSE-FISCAL.
           PERFORM 5840-LANCAMENTO-CONTABIL.
           PERFORM 5850-COBRANCA-BANCARIA.
           PERFORM 5860-FINANCEIRO-ACHADOS.
           PERFORM 5870-VENDA-REVISAO.
           PERFORM 5880-VENDA-REVISAO-HIST.
           PERFORM 5890-ORCAMENTO.
           PERFORM 5895-ORCAMENTO-ITENS.
           PERFORM 5900-CONTRATO.
           PERFORM 5905-CONTRATO-ITENS.
           PERFORM 5910-CONTRATO-FATURAMENTO.
           PERFORM 5915-VENDA-EXPEDICAO.
           PERFORM 5920-VENDA-EXPEDICAO-EVENTO.
           PERFORM 5925-CLIENTE-ENDERECO.
           PERFORM 5930-CLIENTE-CONTATO.
           PERFORM 5935-CURVA-ABC-ITEM.
           PERFORM 5940-CLIENTE-INATIVIDADE.
           PERFORM 5945-META-VENDA.
           PERFORM 5950-DW-DIM-CLIENTE.
           PERFORM 5955-DW-DIM-PRODUTO.
           PERFORM 5960-PREVISAO-DEMANDA.
           PERFORM 5965-SUGESTAO-MINIMO.
           PERFORM 5970-VENDA-FECH-MES.
           PERFORM 5980-CACHE-RESPOSTA.
           PERFORM 5984-TITULAR-SOLICITACOES.
           PERFORM 5985-AUDITORIA-RUPTURAS.
           PERFORM 5986-AUDITORIA-SELOS.
           PERFORM 5987-IMPLANTACOES.
           PERFORM 5988-DADOS-PESSOAIS.
           PERFORM 5989-RETENCAO-LEGAL.
           PERFORM 5990-BLOQUEIOS-ORIGEM.
           PERFORM 5995-FILA-TRABALHO.
           PERFORM 5996-PASSAGEM-TURNO.
           PERFORM 5997-PLANTAO-ESCALONAMENTO.
           PERFORM 5998-EXPORT-PARTICOES.
           PERFORM 5999-NOTIF-RETROATIVAS.

           PERFORM 6000-SEMEAR-PADROES.
           PERFORM 6800-GARANTIR-LINHAGEM.
                   roteado_para  VARCHAR(60) NULL,
                   chegado_em    DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   processado_em DATETIME NULL,
                   parceiro      VARCHAR(30) NULL,
                   qtd_rejeitos  INT NULL
               )
           END-EXEC.


           EXEC SQL
               CREATE TABLE IF NOT EXISTS auditoria (
                   id          INT NOT NULL AUTO_INCREMENT,
                   programa    VARCHAR(60)  NOT NULL,
                   parametros  VARCHAR(255),
                   http_status SMALLINT     NOT NULL,
                       DEFAULT CURRENT_TIMESTAMP,
                   hash_anterior CHAR(64) NULL,
                   hash        CHAR(64) NULL,
                   operador    VARCHAR(60) NULL,
                   PRIMARY KEY (id, criado_em)
               )
               PARTITION BY RANGE COLUMNS(criado_em) (
                   PARTITION pmax VALUES LESS THAN (MAXVALUE)
               )
           END-EXEC.

                   ativo     CHAR(1) NOT NULL DEFAULT 'S',
                   expira_em DATETIME NULL,
                   quota_mensal INT NULL,
                   cliente_id INT NULL,
                   parceiro  VARCHAR(30) NULL,
                   chave_anterior VARCHAR(64) NULL,
                   lista_email VARCHAR(60) NULL,
                   criado_em DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP
               )

           PERFORM 8100-RELATAR-OBJETO.

       5101-CHAVES-ROTACAO.

           MOVE "chaves_rotacao" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS chaves_rotacao (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   chave_antiga   VARCHAR(64) NOT NULL,
                   chave_nova     VARCHAR(64) NOT NULL,
                   rotacionada_em DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   fim_sobreposicao DATETIME NOT NULL,
                   revogada_em    DATETIME NULL,
                   operador       VARCHAR(60) NULL,
                   qtd_uso_antiga INT NOT NULL DEFAULT 0,
                   ultimo_uso_antiga_em DATETIME NULL,
                   ultima_origem_antiga VARCHAR(45) NULL,
                   qtd_uso_nova   INT NOT NULL DEFAULT 0,
                   KEY ix_chaves_rotacao_antiga (chave_antiga),
                   KEY ix_chaves_rotacao_nova (chave_nova)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5102-CHAVES-AVISOS.

           MOVE "chaves_avisos" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS chaves_avisos (
                   chave          VARCHAR(64) NOT NULL,
                   expira_em      DATETIME NOT NULL,
                   dias_aviso     INT NOT NULL,
                   dias_restantes INT NOT NULL,
                   lista_dono     VARCHAR(60) NULL,
                   avisado_em     DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   PRIMARY KEY (chave, expira_em, dias_aviso)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5105-CHAVES-USO-PROGRAMA.

           MOVE "chaves_uso_programa" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS chaves_uso_programa (
                   chave     VARCHAR(64) NOT NULL,
                   mes       CHAR(7)     NOT NULL,
                   programa  VARCHAR(60) NOT NULL,
                   operacao  VARCHAR(7)  NOT NULL,
                   qtd       INT NOT NULL DEFAULT 0,
                   qtd_erro  INT NOT NULL DEFAULT 0,
                   PRIMARY KEY (chave, mes, programa, operacao)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5106-TARIFA-API.

           MOVE "tarifa_api" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS tarifa_api (
                   classe         VARCHAR(20)   NOT NULL,
                   operacao       VARCHAR(9)    NOT NULL,
                   faixa_de       INT           NOT NULL,
                   preco_unitario DECIMAL(10,4) NOT NULL,
                   PRIMARY KEY (classe, operacao, faixa_de)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

           MOVE "tarifa_api_programas" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS tarifa_api_programas (
                   programa  VARCHAR(60) NOT NULL PRIMARY KEY,
                   classe    VARCHAR(20) NOT NULL
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5110-CIRCUITO-ESTADO.

           MOVE "circuito_estado" TO BOT-TABELA.
                   ativo CHAR(1) NOT NULL DEFAULT 'S',
                   criado_em DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em DATETIME NULL,
                   limite_credito DECIMAL(12,2) NULL,
                   documento VARCHAR(14) NULL,
                   segmento VARCHAR(20) NULL,
                   KEY ix_cliente_documento (documento)
               )
           END-EXEC.

                   registro_id    INT NOT NULL,
                   nome_anterior  VARCHAR(255) NOT NULL,
                   ativo_anterior CHAR(1) NOT NULL DEFAULT 'S',
                   limite_anterior DECIMAL(12,2) NULL,
                   documento_anterior VARCHAR(14) NULL,
                   detalhe_anterior VARCHAR(1000) NULL,
                   operacao       VARCHAR(10) NOT NULL,
                   origem         VARCHAR(45) NULL,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   reconhecido_em     DATETIME NULL,
                   fechado_em         DATETIME NULL,
                   anotacao           VARCHAR(255) NULL,
                   nivel_escalonamento INT NOT NULL DEFAULT 0,
                   escalado_em        DATETIME NULL,
                   plantonista_id     INT NULL,
                   reconhecido_por    VARCHAR(60) NULL
               )
           END-EXEC.

               CREATE TABLE IF NOT EXISTS intake_rotas (
                   padrao   VARCHAR(60) NOT NULL PRIMARY KEY,
                   programa VARCHAR(60) NOT NULL,
                   variavel VARCHAR(60) NOT NULL,
                   variavel_rejeitos VARCHAR(60) NULL,
                   tamanho_rejeito INT NULL
               )
           END-EXEC.

                   return_code   INT NULL,
                   iniciado_em   DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   finalizado_em DATETIME NULL,
                   arquivo_log   VARCHAR(255) NULL,
                   tamanho_bytes BIGINT NULL,
                   qtd_linhas    INT NULL,
                   qtd_linhas_erro INT NULL,
                   cauda_log     VARCHAR(1000) NULL
               )
           END-EXEC.

                   canal          VARCHAR(10) NOT NULL
                       DEFAULT 'ARQUIVO',
                   url_destino    VARCHAR(255) NULL,
                   modo_entrega   VARCHAR(10) NOT NULL
                       DEFAULT 'IMEDIATO',
                   hora_digesto   INT NULL,
                   lista_email    VARCHAR(60) NULL,
                   ultimo_digesto_em DATETIME NULL,
                   ativo          CHAR(1) NOT NULL DEFAULT 'S',
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP
                       DEFAULT 'PENDENTE',
                   tentativas     INT NOT NULL DEFAULT 0,
                   ultimo_erro    VARCHAR(255) NULL,
                   retroativa_id  INT NULL,
                   entregue_em    DATETIME NULL,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   preco     DECIMAL(10,2) NOT NULL DEFAULT 0,
                   ativo     CHAR(1) NOT NULL DEFAULT 'S',
                   criado_em DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   classe_fiscal VARCHAR(10) NULL
               )
           END-EXEC.


           PERFORM 8100-RELATAR-OBJETO.

       5491-REQS-LENTAS-PLANOS.

           MOVE "requisicoes_lentas_planos" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS requisicoes_lentas_planos (
                   id              INT NOT NULL PRIMARY KEY
                                       AUTO_INCREMENT,
                   lenta_id        INT NOT NULL,
                   sequencia       INT NOT NULL,
                   origem          VARCHAR(60) NOT NULL,
                   forma_hash      CHAR(64) NOT NULL,
                   sql_mascarado   VARCHAR(2048) NOT NULL,
                   plano           VARCHAR(2000) NULL,
                   varredura_total CHAR(1) NOT NULL DEFAULT 'N',
                   sem_indice      CHAR(1) NOT NULL DEFAULT 'N',
                   criado_em       DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_lentas_planos_lenta (lenta_id),
                   KEY ix_lentas_planos_forma (forma_hash, criado_em)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5500-REQS-POR-IP.

           MOVE "requisicoes_por_ip" TO BOT-TABELA.
                   cliente_id INT NOT NULL,
                   valor      DECIMAL(10,2) NOT NULL DEFAULT 0,
                   data_venda DATE NOT NULL,
                   qtd_parcelas INT NOT NULL DEFAULT 1,
                   criado_em  DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   cancelada_em DATETIME NULL,
                   vendedor_id INT NULL,
                   percentual_comissao DECIMAL(5,2) NULL,
                   valor_imposto DECIMAL(10,2) NOT NULL DEFAULT 0,
                   referencia_parceiro VARCHAR(20) NULL,
                   origem_carga VARCHAR(60) NULL,
                   lote_id VARCHAR(40) NULL,
                   KEY ix_venda_vendedor (vendedor_id, data_venda),
                   KEY ix_venda_referencia_parceiro
                       (referencia_parceiro)
               )
           END-EXEC.

                   dia         DATE NOT NULL PRIMARY KEY,
                   qtd_vendas  INT NOT NULL DEFAULT 0,
                   valor_total DECIMAL(12,2) NOT NULL DEFAULT 0,
                   qtd_devolucoes   INT NOT NULL DEFAULT 0,
                   valor_devolucoes DECIMAL(12,2) NOT NULL DEFAULT 0,
                   valor_imposto    DECIMAL(12,2) NOT NULL DEFAULT 0,
                   valor_imposto_devolvido DECIMAL(12,2) NOT NULL
                       DEFAULT 0,
                   status      VARCHAR(10) NOT NULL
                       DEFAULT 'FECHADO',
                   fechado_em  DATETIME NULL,
                   produto_id     INT NOT NULL,
                   quantidade     INT NOT NULL DEFAULT 1,
                   preco_unitario DECIMAL(10,2) NOT NULL DEFAULT 0,
                   preco_lista    DECIMAL(10,2) NULL,
                   desconto       DECIMAL(10,2) NOT NULL DEFAULT 0,
                   promocao_id    INT NULL,
                   classe_fiscal  VARCHAR(10) NULL,
                   aliquota       DECIMAL(5,2) NOT NULL DEFAULT 0,
                   valor_imposto  DECIMAL(10,2) NOT NULL DEFAULT 0,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY idx_venda_itens_venda (venda_id)

           PERFORM 8100-RELATAR-OBJETO.

       5700-ESTOQUE-SALDO.

           MOVE "estoque_saldo" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS estoque_saldo (
                   produto_id    INT NOT NULL PRIMARY KEY,
                   saldo         INT NOT NULL DEFAULT 0,
                   minimo        INT NOT NULL DEFAULT 0,
                   lote_compra   INT NOT NULL DEFAULT 1,
                   atualizado_em DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5710-ESTOQUE-MOVIMENTOS.

           MOVE "estoque_movimentos" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS estoque_movimentos (
                   id           INT NOT NULL PRIMARY KEY
                                    AUTO_INCREMENT,
                   produto_id   INT NOT NULL,
                   tipo         VARCHAR(12) NOT NULL,
                   quantidade   INT NOT NULL,
                   saldo_apos   INT NOT NULL,
                   documento_id INT NULL,
                   item_id      INT NULL,
                   motivo       VARCHAR(255) NULL,
                   operador     VARCHAR(60) NULL,
                   criado_em    DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY idx_estoque_mov_produto (produto_id, id)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5720-FORNECEDOR.

           MOVE "fornecedor" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS fornecedor (
                   id            INT NOT NULL PRIMARY KEY
                                     AUTO_INCREMENT,
                   nome          VARCHAR(255) NOT NULL,
                   documento     VARCHAR(20) NULL,
                   ativo         CHAR(1) NOT NULL DEFAULT 'S',
                   criado_em     DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em DATETIME NULL
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5730-PEDIDO-COMPRA.

           MOVE "pedido_compra" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS pedido_compra (
                   id                  INT NOT NULL PRIMARY KEY
                                           AUTO_INCREMENT,
                   fornecedor_id       INT NOT NULL,
                   status              VARCHAR(10) NOT NULL
                                           DEFAULT 'ABERTO',
                   operador            VARCHAR(60) NULL,
                   criado_em           DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   encerrado_em        DATETIME NULL,
                   motivo_encerramento VARCHAR(255) NULL,
                   KEY idx_pedido_compra_status (status)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5740-PEDIDO-COMPRA-ITENS.

           MOVE "pedido_compra_itens" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS pedido_compra_itens (
                   id                  INT NOT NULL PRIMARY KEY
                                           AUTO_INCREMENT,
                   pedido_id           INT NOT NULL,
                   produto_id          INT NOT NULL,
                   quantidade          INT NOT NULL,
                   quantidade_recebida INT NOT NULL DEFAULT 0,
                   preco_unitario      DECIMAL(10,2) NOT NULL
                                           DEFAULT 0,
                   KEY idx_pedido_compra_itens_pedido (pedido_id)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5750-PRODUTO-PRECO-HIST.

           MOVE "produto_preco_hist" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS produto_preco_hist (
                   id           INT NOT NULL PRIMARY KEY
                                    AUTO_INCREMENT,
                   produto_id   INT NOT NULL,
                   preco        DECIMAL(10,2) NOT NULL,
                   vigencia_ini DATE NOT NULL,
                   vigencia_fim DATE NULL,
                   operador     VARCHAR(60) NULL,
                   criado_em    DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   UNIQUE KEY uq_produto_preco_hist
                       (produto_id, vigencia_ini)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5760-PROMOCAO.

           MOVE "promocao" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS promocao (
                   id            INT NOT NULL PRIMARY KEY
                                     AUTO_INCREMENT,
                   descricao     VARCHAR(255) NOT NULL,
                   tipo          VARCHAR(10) NOT NULL,
                   valor         DECIMAL(10,2) NOT NULL,
                   produto_id    INT NULL,
                   cliente_id    INT NULL,
                   qtd_min       INT NOT NULL DEFAULT 1,
                   qtd_max       INT NULL,
                   vigencia_ini  DATE NOT NULL,
                   vigencia_fim  DATE NULL,
                   ativo         CHAR(1) NOT NULL DEFAULT 'S',
                   operador      VARCHAR(60) NULL,
                   criado_em     DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em DATETIME NULL,
                   KEY idx_promocao_vigencia (ativo, vigencia_ini)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5770-VENDA-PARCELA.

           MOVE "venda_parcela" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS venda_parcela (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   venda_id       INT NOT NULL,
                   numero         INT NOT NULL,
                   vencimento     DATE NOT NULL,
                   valor          DECIMAL(10,2) NOT NULL,
                   valor_pago     DECIMAL(10,2) NOT NULL DEFAULT 0,
                   situacao       VARCHAR(10) NOT NULL
                                      DEFAULT 'ABERTA',
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em  DATETIME NULL,
                   UNIQUE KEY uq_venda_parcela (venda_id, numero),
                   KEY idx_venda_parcela_venc (situacao, vencimento)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5780-VENDA-PAGAMENTO.

           MOVE "venda_pagamento" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS venda_pagamento (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   parcela_id     INT NOT NULL,
                   venda_id       INT NOT NULL,
                   tipo           VARCHAR(10) NOT NULL,
                   valor          DECIMAL(10,2) NOT NULL,
                   data_pagamento DATE NOT NULL,
                   forma          VARCHAR(20) NULL,
                   operador       VARCHAR(60) NULL,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY idx_venda_pagamento_venda (venda_id),
                   KEY idx_venda_pagamento_parcela (parcela_id)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5790-CREDITO-LIBERACAO.

           MOVE "cliente_credito_liberacao" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS cliente_credito_liberacao (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   cliente_id     INT NOT NULL,
                   motivo         VARCHAR(255) NOT NULL,
                   valida_ate     DATE NOT NULL,
                   operador       VARCHAR(60) NULL,
                   origem         VARCHAR(45) NULL,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   usada_em       DATETIME NULL,
                   venda_id       INT NULL,
                   KEY idx_credito_liberacao_cliente
                       (cliente_id, usada_em)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5800-VENDA-DEVOLUCAO.

           MOVE "venda_devolucao" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS venda_devolucao (
                   id                INT NOT NULL PRIMARY KEY
                                         AUTO_INCREMENT,
                   venda_id          INT NOT NULL,
                   venda_item_id     INT NOT NULL,
                   produto_id        INT NOT NULL,
                   cliente_id        INT NOT NULL,
                   quantidade        INT NOT NULL,
                   preco_unitario    DECIMAL(10,2) NOT NULL,
                   valor             DECIMAL(10,2) NOT NULL,
                   valor_abatido     DECIMAL(10,2) NOT NULL DEFAULT 0,
                   valor_reembolsado DECIMAL(10,2) NOT NULL DEFAULT 0,
                   data_devolucao    DATE NOT NULL,
                   motivo            VARCHAR(255) NULL,
                   operador          VARCHAR(60) NULL,
                   criado_em         DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY idx_venda_devolucao_venda (venda_id),
                   KEY idx_venda_devolucao_item (venda_item_id),
                   KEY idx_venda_devolucao_dia (data_devolucao)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5810-VENDEDOR.

           MOVE "vendedor" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS vendedor (
                   id                  INT NOT NULL PRIMARY KEY
                                           AUTO_INCREMENT,
                   nome                VARCHAR(255) NOT NULL,
                   percentual_comissao DECIMAL(5,2) NOT NULL
                       DEFAULT 0,
                   ativo               CHAR(1) NOT NULL DEFAULT 'S',
                   criado_em           DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em       DATETIME NULL
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5820-DOCUMENTO-FISCAL.

           MOVE "documento_fiscal_serie" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS documento_fiscal_serie (
                   serie          VARCHAR(5) NOT NULL PRIMARY KEY,
                   descricao      VARCHAR(60) NULL,
                   ultimo_numero  INT NOT NULL DEFAULT 0,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em  DATETIME NULL
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

           MOVE "documento_fiscal" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS documento_fiscal (
                   id               INT NOT NULL PRIMARY KEY
                                        AUTO_INCREMENT,
                   serie            VARCHAR(5) NOT NULL,
                   numero           INT NOT NULL,
                   tipo             VARCHAR(12) NOT NULL,
                   situacao         VARCHAR(10) NOT NULL
                                        DEFAULT 'EMITIDA',
                   venda_id         INT NOT NULL,
                   cliente_id       INT NOT NULL,
                   documento_ref_id INT NULL,
                   devolucao_id     INT NULL,
                   valor            DECIMAL(10,2) NOT NULL,
                   data_emissao     DATE NOT NULL,
                   emitido_em       DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   arquivo          VARCHAR(255) NULL,
                   impresso_em      DATETIME NULL,
                   UNIQUE KEY uq_documento_fiscal_numero
                       (serie, numero),
                   KEY idx_documento_fiscal_venda (venda_id, tipo),
                   KEY idx_documento_fiscal_devolucao (devolucao_id)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5830-CLASSE-FISCAL.

           MOVE "classe_fiscal" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS classe_fiscal (
                   codigo        VARCHAR(10) NOT NULL PRIMARY KEY,
                   descricao     VARCHAR(255) NOT NULL,
                   ativo         CHAR(1) NOT NULL DEFAULT 'S',
                   criado_em     DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em DATETIME NULL
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

           MOVE "classe_fiscal_aliquota" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS classe_fiscal_aliquota (
                   id            INT NOT NULL PRIMARY KEY
                                     AUTO_INCREMENT,
                   classe_codigo VARCHAR(10) NOT NULL,
                   aliquota      DECIMAL(5,2) NOT NULL,
                   vigencia_ini  DATE NOT NULL,
                   vigencia_fim  DATE NULL,
                   operador      VARCHAR(60) NULL,
                   criado_em     DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   UNIQUE KEY uq_classe_fiscal_aliquota
                       (classe_codigo, vigencia_ini)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

           MOVE "venda_fechamento_imposto" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS venda_fechamento_imposto (
                   dia            DATE NOT NULL,
                   classe_fiscal  VARCHAR(10) NOT NULL DEFAULT '',
                   aliquota       DECIMAL(5,2) NOT NULL DEFAULT 0,
                   qtd_itens      INT NOT NULL DEFAULT 0,
                   valor_base     DECIMAL(12,2) NOT NULL DEFAULT 0,
                   valor_imposto  DECIMAL(12,2) NOT NULL DEFAULT 0,
                   valor_base_devolvido DECIMAL(12,2) NOT NULL
                       DEFAULT 0,
                   valor_imposto_devolvido DECIMAL(12,2) NOT NULL
                       DEFAULT 0,
                   PRIMARY KEY (dia, classe_fiscal, aliquota)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5840-LANCAMENTO-CONTABIL.

           MOVE "conta_contabil_mapa" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS conta_contabil_mapa (
                   papel         VARCHAR(20) NOT NULL PRIMARY KEY,
                   conta         VARCHAR(20) NOT NULL,
                   descricao     VARCHAR(255) NOT NULL,
                   atualizado_em DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP
                       ON UPDATE CURRENT_TIMESTAMP
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

           MOVE "lancamento_contabil_lote" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS lancamento_contabil_lote (
                   id              INT NOT NULL PRIMARY KEY
                                       AUTO_INCREMENT,
                   dia             DATE NOT NULL,
                   tipo            VARCHAR(10) NOT NULL,
                   fechado_ref     DATETIME NULL,
                   lote_origem_id  INT NULL,
                   qtd_lancamentos INT NOT NULL DEFAULT 0,
                   total_debito    DECIMAL(14,2) NOT NULL DEFAULT 0,
                   total_credito   DECIMAL(14,2) NOT NULL DEFAULT 0,
                   arquivo         VARCHAR(255) NULL,
                   estornado_em    DATETIME NULL,
                   criado_em       DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_lancamento_lote_dia (dia, tipo)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

           MOVE "lancamento_contabil" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS lancamento_contabil (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   lote_id        INT NOT NULL,
                   dia            DATE NOT NULL,
                   sequencia      INT NOT NULL,
                   conta          VARCHAR(20) NOT NULL,
                   papel          VARCHAR(20) NOT NULL,
                   debito_credito CHAR(1) NOT NULL,
                   valor          DECIMAL(12,2) NOT NULL,
                   historico      VARCHAR(50) NOT NULL,
                   UNIQUE KEY uq_lancamento_contabil
                       (lote_id, sequencia)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5850-COBRANCA-BANCARIA.

           MOVE "cliente_cobranca" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS cliente_cobranca (
                   cliente_id    INT NOT NULL PRIMARY KEY,
                   documento     VARCHAR(18) NULL,
                   endereco      VARCHAR(40) NULL,
                   bairro        VARCHAR(15) NULL,
                   cep           VARCHAR(9) NULL,
                   cidade        VARCHAR(15) NULL,
                   uf            CHAR(2) NULL,
                   atualizado_em DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP
                       ON UPDATE CURRENT_TIMESTAMP
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

           MOVE "cobranca_remessa" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS cobranca_remessa (
                   id            INT NOT NULL PRIMARY KEY
                                     AUTO_INCREMENT,
                   arquivo       VARCHAR(255) NULL,
                   qtd_titulos   INT NOT NULL DEFAULT 0,
                   valor_total   DECIMAL(14,2) NOT NULL DEFAULT 0,
                   gerado_em     DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

           MOVE "cobranca_boleto" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS cobranca_boleto (
                   id            INT NOT NULL PRIMARY KEY
                                     AUTO_INCREMENT,
                   parcela_id    INT NOT NULL,
                   venda_id      INT NOT NULL,
                   valor         DECIMAL(10,2) NOT NULL,
                   vencimento    DATE NOT NULL,
                   situacao      VARCHAR(12) NOT NULL,
                   remessa_id    INT NULL,
                   movimento     CHAR(2) NULL,
                   motivos       VARCHAR(10) NULL,
                   valor_pago    DECIMAL(10,2) NOT NULL DEFAULT 0,
                   liquidado_em  DATE NULL,
                   criado_em     DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em DATETIME NULL,
                   KEY ix_cobranca_boleto_parcela (parcela_id),
                   KEY ix_cobranca_boleto_situacao (situacao)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

           MOVE "cobranca_ocorrencia" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS cobranca_ocorrencia (
                   id              INT NOT NULL PRIMARY KEY
                                       AUTO_INCREMENT,
                   boleto_id       INT NULL,
                   nosso_numero    VARCHAR(20) NOT NULL,
                   movimento       CHAR(2) NOT NULL,
                   motivos         VARCHAR(10) NULL,
                   valor_pago      DECIMAL(10,2) NOT NULL DEFAULT 0,
                   data_ocorrencia DATE NULL,
                   resultado       VARCHAR(10) NOT NULL,
                   arquivo         VARCHAR(255) NULL,
                   processado_em   DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_cobranca_ocorrencia_boleto (boleto_id)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5860-FINANCEIRO-ACHADOS.

           MOVE "financeiro_achados" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS financeiro_achados (
                   id               INT NOT NULL PRIMARY KEY
                                        AUTO_INCREMENT,
                   verificacao      VARCHAR(30) NOT NULL,
                   chave            VARCHAR(20) NOT NULL,
                   valor_registrado DECIMAL(12,2) NOT NULL,
                   valor_apurado    DECIMAL(12,2) NOT NULL,
                   diferenca        DECIMAL(12,2) NOT NULL,
                   criado_em        DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_financeiro_achados_verificacao
                       (verificacao)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5870-VENDA-REVISAO.

           MOVE "venda_revisao" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS venda_revisao (
                   id           INT NOT NULL PRIMARY KEY
                                    AUTO_INCREMENT,
                   venda_id     INT NOT NULL,
                   pontuacao    INT NOT NULL DEFAULT 0,
                   regras       VARCHAR(255) NOT NULL,
                   status       VARCHAR(12) NOT NULL
                       DEFAULT 'PENDENTE',
                   criado_em    DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   decidido_em  DATETIME NULL,
                   decidido_por VARCHAR(60) NULL,
                   observacao   VARCHAR(255) NULL,
                   UNIQUE KEY uk_venda_revisao_venda (venda_id),
                   KEY ix_venda_revisao_status (status)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5880-VENDA-REVISAO-HIST.

           MOVE "venda_revisao_historico" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS venda_revisao_historico (
                   id          INT NOT NULL PRIMARY KEY
                                   AUTO_INCREMENT,
                   revisao_id  INT NOT NULL,
                   venda_id    INT NOT NULL,
                   acao        VARCHAR(12) NOT NULL,
                   operador    VARCHAR(60) NULL,
                   observacao  VARCHAR(255) NULL,
                   criado_em   DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_venda_revisao_hist_revisao (revisao_id)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5890-ORCAMENTO.

           MOVE "orcamento" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS orcamento (
                   id           INT NOT NULL PRIMARY KEY
                                    AUTO_INCREMENT,
                   cliente_id   INT NOT NULL,
                   vendedor_id  INT NULL,
                   qtd_parcelas INT NOT NULL DEFAULT 1,
                   validade     DATE NOT NULL,
                   status       VARCHAR(10) NOT NULL
                       DEFAULT 'ABERTO',
                   valor        DECIMAL(10,2) NOT NULL DEFAULT 0,
                   observacao   VARCHAR(255) NULL,
                   venda_id     INT NULL,
                   operador     VARCHAR(60) NULL,
                   criado_em    DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   enviado_em   DATETIME NULL,
                   aceito_em    DATETIME NULL,
                   expirado_em  DATETIME NULL,
                   KEY ix_orcamento_status (status, validade),
                   KEY ix_orcamento_vendedor (vendedor_id, criado_em)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5895-ORCAMENTO-ITENS.

           MOVE "orcamento_itens" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS orcamento_itens (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   orcamento_id   INT NOT NULL,
                   produto_id     INT NOT NULL,
                   quantidade     INT NOT NULL DEFAULT 1,
                   preco_unitario DECIMAL(10,2) NOT NULL DEFAULT 0,
                   preco_lista    DECIMAL(10,2) NULL,
                   desconto       DECIMAL(10,2) NOT NULL DEFAULT 0,
                   promocao_id    INT NULL,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_orcamento_itens_orcamento (orcamento_id)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5900-CONTRATO.

           MOVE "contrato" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS contrato (
                   id              INT NOT NULL PRIMARY KEY
                                       AUTO_INCREMENT,
                   cliente_id      INT NOT NULL,
                   vendedor_id     INT NULL,
                   qtd_parcelas    INT NOT NULL DEFAULT 1,
                   dia_faturamento INT NOT NULL,
                   inicio          DATE NOT NULL,
                   fim             DATE NULL,
                   status          VARCHAR(10) NOT NULL
                       DEFAULT 'ATIVO',
                   observacao      VARCHAR(255) NULL,
                   operador        VARCHAR(60) NULL,
                   criado_em       DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em   DATETIME NULL,
                   KEY ix_contrato_status (status),
                   KEY ix_contrato_cliente (cliente_id)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5905-CONTRATO-ITENS.

           MOVE "contrato_itens" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS contrato_itens (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   contrato_id    INT NOT NULL,
                   produto_id     INT NOT NULL,
                   quantidade     INT NOT NULL DEFAULT 1,
                   preco_unitario DECIMAL(10,2) NULL,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_contrato_itens_contrato (contrato_id)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5910-CONTRATO-FATURAMENTO.

           MOVE "contrato_faturamento" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS contrato_faturamento (
                   id               INT NOT NULL PRIMARY KEY
                                        AUTO_INCREMENT,
                   contrato_id      INT NOT NULL,
                   periodo          CHAR(7) NOT NULL,
                   data_faturamento DATE NOT NULL,
                   venda_id         INT NOT NULL,
                   valor            DECIMAL(10,2) NOT NULL DEFAULT 0,
                   lote_id          VARCHAR(40) NULL,
                   criado_em        DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   UNIQUE KEY uq_contrato_faturamento
                       (contrato_id, periodo)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5915-VENDA-EXPEDICAO.

           MOVE "venda_expedicao" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS venda_expedicao (
                   venda_id       INT NOT NULL PRIMARY KEY,
                   status         VARCHAR(10) NOT NULL
                       DEFAULT 'PENDENTE',
                   transportadora VARCHAR(60) NULL,
                   rastreio       VARCHAR(60) NULL,
                   operador       VARCHAR(60) NULL,
                   atualizado_em  DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_venda_expedicao_status (status, atualizado_em)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5920-VENDA-EXPEDICAO-EVENTO.

           MOVE "venda_expedicao_evento" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS venda_expedicao_evento (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   venda_id       INT NOT NULL,
                   status         VARCHAR(10) NOT NULL,
                   transportadora VARCHAR(60) NULL,
                   rastreio       VARCHAR(60) NULL,
                   motivo         VARCHAR(255) NULL,
                   operador       VARCHAR(60) NULL,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_venda_expedicao_evento_venda (venda_id, id)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5925-CLIENTE-ENDERECO.

           MOVE "cliente_endereco" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS cliente_endereco (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   cliente_id     INT NOT NULL,
                   tipo           VARCHAR(10) NOT NULL,
                   logradouro     VARCHAR(120) NOT NULL,
                   numero         VARCHAR(10) NULL,
                   complemento    VARCHAR(60) NULL,
                   bairro         VARCHAR(60) NULL,
                   cidade         VARCHAR(60) NOT NULL,
                   uf             CHAR(2) NOT NULL,
                   cep            CHAR(8) NOT NULL,
                   ativo          CHAR(1) NOT NULL DEFAULT 'S',
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em  DATETIME NULL,
                   KEY ix_cliente_endereco_cliente
                       (cliente_id, tipo, ativo)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5930-CLIENTE-CONTATO.

           MOVE "cliente_contato" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS cliente_contato (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   cliente_id     INT NOT NULL,
                   tipo           VARCHAR(10) NOT NULL,
                   valor          VARCHAR(120) NOT NULL,
                   ativo          CHAR(1) NOT NULL DEFAULT 'S',
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em  DATETIME NULL,
                   KEY ix_cliente_contato_cliente (cliente_id, ativo)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5935-CURVA-ABC-ITEM.

           MOVE "curva_abc_item" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS curva_abc_item (
                   id                   INT NOT NULL PRIMARY KEY
                                            AUTO_INCREMENT,
                   periodo_inicio       DATE NOT NULL,
                   periodo_fim          DATE NOT NULL,
                   dimensao             VARCHAR(10) NOT NULL,
                   item_id              INT NOT NULL,
                   receita              DECIMAL(15,2) NOT NULL
                                            DEFAULT 0,
                   quantidade           INT NOT NULL DEFAULT 0,
                   posicao_receita      INT NOT NULL DEFAULT 0,
                   posicao_quantidade   INT NOT NULL DEFAULT 0,
                   percentual_acumulado DECIMAL(6,2) NOT NULL
                                            DEFAULT 0,
                   classe               CHAR(1) NULL,
                   gerado_em            DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   UNIQUE KEY uq_curva_abc_item
                       (periodo_inicio, periodo_fim, dimensao,
                        item_id)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5940-CLIENTE-INATIVIDADE.

           MOVE "cliente_inatividade" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS cliente_inatividade (
                   id                  INT NOT NULL PRIMARY KEY
                                           AUTO_INCREMENT,
                   cliente_id          INT NOT NULL,
                   segmento            VARCHAR(20) NULL,
                   limite_dias         INT NOT NULL,
                   listado_em          DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   ultima_compra       DATE NULL,
                   dias_sem_compra     INT NOT NULL DEFAULT 0,
                   qtd_vendas          INT NOT NULL DEFAULT 0,
                   valor_vitalicio     DECIMAL(14,2) NOT NULL
                                           DEFAULT 0,
                   ticket_medio        DECIMAL(12,2) NOT NULL
                                           DEFAULT 0,
                   situacao            VARCHAR(10) NOT NULL
                                           DEFAULT 'INATIVO',
                   encerrado_em        DATETIME NULL,
                   venda_reativacao_id INT NULL,
                   KEY ix_cliente_inatividade_cliente
                       (cliente_id, situacao),
                   KEY ix_cliente_inatividade_situacao (situacao)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5945-META-VENDA.

           MOVE "meta_venda" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS meta_venda (
                   id            INT NOT NULL PRIMARY KEY
                                     AUTO_INCREMENT,
                   mes           CHAR(7) NOT NULL,
                   vendedor_id   INT NOT NULL DEFAULT 0,
                   produto_id    INT NOT NULL DEFAULT 0,
                   valor_meta    DECIMAL(14,2) NOT NULL,
                   operador      VARCHAR(60) NULL,
                   criado_em     DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em DATETIME NULL,
                   UNIQUE KEY uq_meta_venda
                       (mes, vendedor_id, produto_id)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5950-DW-DIM-CLIENTE.

           MOVE "dw_dim_cliente" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS dw_dim_cliente (
                   sk          INT NOT NULL PRIMARY KEY
                                   AUTO_INCREMENT,
                   cliente_id  INT NOT NULL,
                   nome        VARCHAR(255) NOT NULL,
                   documento   VARCHAR(14) NULL,
                   segmento    VARCHAR(20) NULL,
                   valido_de   DATETIME NOT NULL,
                   valido_ate  DATETIME NULL,
                   atual       CHAR(1) NOT NULL DEFAULT 'S',
                   alterado_em DATETIME NOT NULL,
                   KEY ix_dw_dim_cliente_id (cliente_id, atual),
                   KEY ix_dw_dim_cliente_alterado (alterado_em)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5955-DW-DIM-PRODUTO.

           MOVE "dw_dim_produto" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS dw_dim_produto (
                   sk            INT NOT NULL PRIMARY KEY
                                     AUTO_INCREMENT,
                   produto_id    INT NOT NULL,
                   nome          VARCHAR(255) NOT NULL,
                   classe_fiscal VARCHAR(10) NULL,
                   valido_de     DATETIME NOT NULL,
                   valido_ate    DATETIME NULL,
                   atual         CHAR(1) NOT NULL DEFAULT 'S',
                   alterado_em   DATETIME NOT NULL,
                   KEY ix_dw_dim_produto_id (produto_id, atual),
                   KEY ix_dw_dim_produto_alterado (alterado_em)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5960-PREVISAO-DEMANDA.

           MOVE "previsao_demanda" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS previsao_demanda (
                   id                INT NOT NULL PRIMARY KEY
                                         AUTO_INCREMENT,
                   produto_id        INT NOT NULL,
                   semana_base       DATE NOT NULL,
                   semana_inicio     DATE NOT NULL,
                   horizonte         INT NOT NULL,
                   media_movel       DECIMAL(12,2) NOT NULL,
                   fator_sazonal     DECIMAL(6,4) NOT NULL,
                   qtd_prevista      DECIMAL(12,2) NOT NULL,
                   qtd_real          DECIMAL(12,2) NULL,
                   acuracia          DECIMAL(5,2) NULL,
                   prevista_anterior DECIMAL(12,2) NULL,
                   real_anterior     DECIMAL(12,2) NULL,
                   acuracia_anterior DECIMAL(5,2) NULL,
                   gerada_em         DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   UNIQUE KEY uk_previsao_demanda
                       (produto_id, semana_base, semana_inicio),
                   KEY ix_previsao_demanda_semana (semana_inicio)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5965-SUGESTAO-MINIMO.

           MOVE "sugestao_minimo" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS sugestao_minimo (
                   id                INT NOT NULL PRIMARY KEY
                                         AUTO_INCREMENT,
                   produto_id        INT NOT NULL,
                   semana_base       DATE NOT NULL,
                   minimo_atual      INT NOT NULL,
                   minimo_sugerido   INT NOT NULL,
                   demanda_cobertura DECIMAL(12,2) NOT NULL,
                   semanas_cobertura INT NOT NULL,
                   acuracia_anterior DECIMAL(5,2) NULL,
                   situacao          VARCHAR(12) NOT NULL
                                         DEFAULT 'PENDENTE',
                   criada_em         DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   decidida_em       DATETIME NULL,
                   operador          VARCHAR(60) NULL,
                   KEY ix_sugestao_minimo_produto
                       (produto_id, situacao),
                   KEY ix_sugestao_minimo_situacao (situacao)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5970-VENDA-FECH-MES.

           MOVE "venda_fechamento_mes" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS venda_fechamento_mes (
                   mes              CHAR(7) NOT NULL PRIMARY KEY,
                   qtd_dias         INT NOT NULL DEFAULT 0,
                   qtd_vendas       INT NOT NULL DEFAULT 0,
                   valor_total      DECIMAL(14,2) NOT NULL DEFAULT 0,
                   qtd_devolucoes   INT NOT NULL DEFAULT 0,
                   valor_devolucoes DECIMAL(14,2) NOT NULL DEFAULT 0,
                   valor_imposto    DECIMAL(14,2) NOT NULL DEFAULT 0,
                   valor_imposto_devolvido DECIMAL(14,2) NOT NULL
                       DEFAULT 0,
                   status           VARCHAR(10) NOT NULL
                       DEFAULT 'FECHADO',
                   fechado_em       DATETIME NULL,
                   reaberto_em      DATETIME NULL
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5980-CACHE-RESPOSTA.

           MOVE "cache_resposta" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS cache_resposta (
                   programa     VARCHAR(60)   NOT NULL,
                   chave        CHAR(64)      NOT NULL,
                   chave_texto  VARCHAR(1500) NOT NULL,
                   dependencias VARCHAR(255)  NOT NULL,
                   resposta     MEDIUMTEXT    NOT NULL,
                   criado_em    DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   PRIMARY KEY (programa, chave)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

           MOVE "cache_estatistica" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS cache_estatistica (
                   programa      VARCHAR(60) NOT NULL PRIMARY KEY,
                   qtd_acertos   BIGINT NOT NULL DEFAULT 0,
                   qtd_faltas    BIGINT NOT NULL DEFAULT 0,
                   atualizado_em DATETIME NULL
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5985-AUDITORIA-RUPTURAS.

           MOVE "auditoria_rupturas" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS auditoria_rupturas (
                   id            INT NOT NULL PRIMARY KEY
                                     AUTO_INCREMENT,
                   auditoria_id  INT NOT NULL,
                   motivo        VARCHAR(10) NOT NULL,
                   detalhe       VARCHAR(255) NULL,
                   detectado_em  DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   UNIQUE KEY uk_auditoria_rupturas
                       (auditoria_id, motivo)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5986-AUDITORIA-SELOS.

           MOVE "auditoria_selos" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS auditoria_selos (
                   mes           CHAR(7) NOT NULL PRIMARY KEY,
                   primeiro_id   INT NOT NULL,
                   ultimo_id     INT NOT NULL,
                   ultimo_hash   CHAR(64) NOT NULL,
                   qtd           INT NOT NULL,
                   origem        VARCHAR(12) NOT NULL,
                   selado_em     DATETIME NOT NULL
                                     DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5987-IMPLANTACOES.

           MOVE "implantacoes" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS implantacoes (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   ambiente       VARCHAR(10)  NOT NULL,
                   versao_build   VARCHAR(20)  NOT NULL,
                   implantado_por VARCHAR(60)  NOT NULL,
                   observacao     VARCHAR(255) NULL,
                   qtd_programas  INT NOT NULL DEFAULT 0,
                   implantado_em  DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_implantacoes_em (implantado_em)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

           MOVE "implantacao_programas" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS implantacao_programas (
                   implantacao_id INT NOT NULL,
                   programa       VARCHAR(60) NOT NULL,
                   versao         VARCHAR(20) NOT NULL,
                   PRIMARY KEY (implantacao_id, programa),
                   KEY ix_implantacao_programas_prog
                       (programa, implantacao_id)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5990-BLOQUEIOS-ORIGEM.

           MOVE "falhas_autenticacao" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS falhas_autenticacao (
                   tipo      VARCHAR(5)  NOT NULL,
                   valor     VARCHAR(64) NOT NULL,
                   qtd_consecutivas INT NOT NULL DEFAULT 0,
                   ultima_falha_em  DATETIME NOT NULL,
                   PRIMARY KEY (tipo, valor)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

           MOVE "bloqueios_origem" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS bloqueios_origem (
                   id            INT NOT NULL AUTO_INCREMENT
                                     PRIMARY KEY,
                   tipo          VARCHAR(5)  NOT NULL,
                   valor         VARCHAR(64) NOT NULL,
                   qtd_falhas    INT NOT NULL,
                   bloqueado_em  DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   bloqueado_ate DATETIME NOT NULL,
                   levantado_em  DATETIME NULL,
                   levantado_por VARCHAR(60) NULL,
                   KEY ix_bloqueios_origem_valor (tipo, valor)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5995-FILA-TRABALHO.

           MOVE "fila_trabalho_tipos" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS fila_trabalho_tipos (
                   tipo        VARCHAR(15)  NOT NULL PRIMARY KEY,
                   descricao   VARCHAR(255) NOT NULL,
                   prioridade  INT NOT NULL DEFAULT 3,
                   prazo_horas INT NOT NULL DEFAULT 72,
                   acao_origem VARCHAR(60)  NOT NULL
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

           MOVE "fila_trabalho" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS fila_trabalho (
                   tipo              VARCHAR(15)  NOT NULL,
                   chave             VARCHAR(120) NOT NULL,
                   primeiro_visto_em DATETIME NOT NULL,
                   operador_id       INT NULL,
                   atribuido_em      DATETIME NULL,
                   atribuido_por     VARCHAR(60) NULL,
                   PRIMARY KEY (tipo, chave),
                   KEY ix_fila_trabalho_operador (operador_id)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

           MOVE "fila_trabalho_notas" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS fila_trabalho_notas (
                   id        INT NOT NULL PRIMARY KEY
                                 AUTO_INCREMENT,
                   tipo      VARCHAR(15)  NOT NULL,
                   chave     VARCHAR(120) NOT NULL,
                   operador  VARCHAR(60)  NOT NULL,
                   nota      VARCHAR(255) NOT NULL,
                   criado_em DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_fila_trabalho_notas_item (tipo, chave)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5996-PASSAGEM-TURNO.

           MOVE "passagens_turno" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS passagens_turno (
                   id           INT NOT NULL PRIMARY KEY
                                    AUTO_INCREMENT,
                   turno_inicio DATETIME NOT NULL,
                   turno_fim    DATETIME NULL,
                   status       VARCHAR(10) NOT NULL
                       DEFAULT 'ABERTA',
                   entregue_por VARCHAR(60) NULL,
                   recebido_por VARCHAR(60) NULL,
                   recebido_em  DATETIME NULL,
                   relatorio    VARCHAR(255) NULL,
                   criado_em    DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_passagens_turno_status (status)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

           MOVE "passagem_notas" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS passagem_notas (
                   id            INT NOT NULL PRIMARY KEY
                                     AUTO_INCREMENT,
                   passagem_id   INT NOT NULL,
                   situacao      VARCHAR(10) NOT NULL
                       DEFAULT 'OBSERVAR',
                   ref_tipo      VARCHAR(10)  NULL,
                   ref_id        VARCHAR(140) NULL,
                   nota          VARCHAR(255) NOT NULL,
                   operador      VARCHAR(60)  NOT NULL,
                   criado_em     DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em DATETIME NULL,
                   KEY ix_passagem_notas_passagem (passagem_id)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5997-PLANTAO-ESCALONAMENTO.

           MOVE "plantao_escala" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS plantao_escala (
                   id            INT NOT NULL PRIMARY KEY
                                     AUTO_INCREMENT,
                   dia           DATE NULL,
                   tipo_dia      VARCHAR(8) NULL,
                   hora_inicio   TIME NOT NULL,
                   hora_fim      TIME NOT NULL,
                   primario_id   INT NOT NULL,
                   secundario_id INT NULL,
                   criado_por    VARCHAR(60) NULL,
                   criado_em     DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_plantao_escala_dia (dia),
                   KEY ix_plantao_escala_tipo (tipo_dia)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

           MOVE "plantao_contatos" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS plantao_contatos (
                   operador_id   INT NOT NULL PRIMARY KEY,
                   lista         VARCHAR(60) NOT NULL,
                   atualizado_em DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

           MOVE "incidente_escalonamentos" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS incidente_escalonamentos (
                   id           INT NOT NULL PRIMARY KEY
                                    AUTO_INCREMENT,
                   incidente_id INT NOT NULL,
                   nivel        INT NOT NULL,
                   destino      VARCHAR(60) NOT NULL,
                   operador_id  INT NULL,
                   operador_nome VARCHAR(60) NULL,
                   lista        VARCHAR(60) NOT NULL,
                   minutos_sem_reconhecimento INT NOT NULL,
                   escalado_em  DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_incidente_escalonamentos_inc (incidente_id)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5988-DADOS-PESSOAIS.

           MOVE "dados_pessoais" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS dados_pessoais (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   tabela         VARCHAR(60) NOT NULL,
                   coluna         VARCHAR(60) NOT NULL,
                   classificacao  VARCHAR(20) NOT NULL,
                   regra          VARCHAR(10) NOT NULL
                       DEFAULT 'MASCARAR',
                   titular        VARCHAR(10) NULL,
                   chave_titular  VARCHAR(60) NULL,
                   ativo          CHAR(1) NOT NULL DEFAULT 'S',
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em  DATETIME NULL,
                   UNIQUE KEY uk_dados_pessoais (tabela, coluna)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

           MOVE "dados_pessoais_acoes" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS dados_pessoais_acoes (
                   programa       VARCHAR(60) NOT NULL,
                   tabela         VARCHAR(60) NOT NULL,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   PRIMARY KEY (programa, tabela)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5989-RETENCAO-LEGAL.

           MOVE "retencao_legal" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS retencao_legal (
                   id               INT NOT NULL PRIMARY KEY
                                        AUTO_INCREMENT,
                   tipo             VARCHAR(10)  NOT NULL,
                   alvo             VARCHAR(255) NOT NULL,
                   motivo           VARCHAR(255) NOT NULL,
                   processo_ref     VARCHAR(60)  NOT NULL,
                   status           VARCHAR(10)  NOT NULL
                       DEFAULT 'ATIVA',
                   criado_por       VARCHAR(60)  NULL,
                   criado_em        DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   liberado_por     VARCHAR(60)  NULL,
                   liberado_em      DATETIME NULL,
                   motivo_liberacao VARCHAR(255) NULL,
                   KEY idx_retencao_legal_status (status, tipo)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

           MOVE "retencao_legal_tentativas" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS retencao_legal_tentativas (
                   id           INT NOT NULL PRIMARY KEY
                                    AUTO_INCREMENT,
                   retencao_id  INT NOT NULL,
                   programa     VARCHAR(60) NOT NULL,
                   tabela       VARCHAR(60) NOT NULL,
                   chave        VARCHAR(60) NULL,
                   tentado_em   DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY idx_retencao_tentativas (retencao_id,
                       tentado_em)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5998-EXPORT-PARTICOES.

           MOVE "export_particoes" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS export_particoes (
                   programa      VARCHAR(60) NOT NULL,
                   particao      INT NOT NULL,
                   id_inicio     INT NOT NULL,
                   id_fim        INT NOT NULL,
                   status        VARCHAR(12) NOT NULL
                                     DEFAULT 'PENDENTE',
                   atualizado_em DATETIME,
                   PRIMARY KEY (programa, particao)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5999-NOTIF-RETROATIVAS.

           MOVE "notificacao_retroativas" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS notificacao_retroativas (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   assinatura_id  INT NULL,
                   destino        VARCHAR(60) NOT NULL,
                   desde          DATE NULL,
                   ate            DATE NULL,
                   id_inicial     INT NULL,
                   id_final       INT NULL,
                   tabela         VARCHAR(60) NULL,
                   evento         VARCHAR(30) NULL,
                   status         VARCHAR(12) NOT NULL
                       DEFAULT 'PENDENTE',
                   qtd_total      INT NOT NULL DEFAULT 0,
                   qtd_entregue   INT NOT NULL DEFAULT 0,
                   qtd_morta      INT NOT NULL DEFAULT 0,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em  DATETIME NULL,
                   concluido_em   DATETIME NULL,
                   KEY ix_notif_retroativas_status (status)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       5984-TITULAR-SOLICITACOES.

           MOVE "titular_solicitacoes" TO BOT-TABELA.
           PERFORM 8000-VERIFICAR-EXISTENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS titular_solicitacoes (
                   id                    INT NOT NULL PRIMARY KEY
                                             AUTO_INCREMENT,
                   tipo                  VARCHAR(10) NOT NULL,
                   criterio              VARCHAR(10) NOT NULL,
                   titular               VARCHAR(10) NULL,
                   titular_id            INT NULL,
                   nome_hash             CHAR(64) NULL,
                   protocolo             VARCHAR(60) NULL,
                   solicitante           VARCHAR(60) NOT NULL,
                   status                VARCHAR(12) NOT NULL
                       DEFAULT 'EM_ANDAMENTO',
                   qtd_registros         INT NOT NULL DEFAULT 0,
                   arquivo_relatorio     VARCHAR(255) NULL,
                   arquivo_portabilidade VARCHAR(255) NULL,
                   criado_em             DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   concluido_em          DATETIME NULL,
                   KEY ix_titular_solicitacoes_titular
                       (titular, titular_id)
               )
           END-EXEC.

           PERFORM 8100-RELATAR-OBJETO.

       6000-SEMEAR-PADROES.

      * OS MESMOS PADROES QUE OS PROGRAMAS SEMEIAM NA PRIMEIRA
      * EXECUCAO, REUNIDOS AQUI PARA O AMBIENTE NASCER COMPLETO; O
      * INSERT IGNORE PRESERVA QUALQUER AJUSTE LOCAL JA FEITO.
           EXEC SQL
               INSERT IGNORE INTO mensagens (cod_erro, locale,
                   mensagem)
               VALUES
                   (9001, 'en', 'Database connection error.'),
                   (9002, 'en', 'Error executing SQL statement.'),
                   (9003, 'en', 'Error calling internal module.'),
                   (9004, 'en', 'Validation error.'),
                   (9005, 'en',
                       'Too many requests. Try again later.'),
                   (9099, 'en', 'Unknown error.')
           END-EXEC.
           PERFORM 6100-CONFERIR-SEMEADURA.

           EXEC SQL
               INSERT IGNORE INTO job_definicoes
                   (sequencia, programa, politica_erro)
               VALUES
                   (10, 'PROG-EXPORTA-TESTE', 'PARA'),
                   (20, 'PROG-RECONCILIA-TESTE', 'PARA'),
                   (30, 'PROG-EXPURGA-TESTE', 'CONTINUA'),
                   (40, 'PROG-DESPACHA-NOTIFICACOES', 'CONTINUA')
           END-EXEC.
           PERFORM 6100-CONFERIR-SEMEADURA.

           EXEC SQL
               INSERT IGNORE INTO job_agenda
                   (programa, frequencia_min, trava)
               VALUES
                   ('PROG-CARREGA-AUDITORIA', 10, NULL),
                   ('PROG-CAPACIDADE-TENDENCIA', 10080, NULL),
                   ('PROG-EXPORTA-ASSINCRONO', 5, 'EXPORTACOES'),
                   ('PROG-ROLLUP-AUDITORIA', 10,
                    'ROLLUP-AUDITORIA'),
                   ('PROG-REPOSICAO-ESTOQUE', 1440, NULL),
                   ('PROG-AGING-RECEBIVEIS', 1440, NULL),
                   ('PROG-AUDITA-NUMERACAO', 1440, NULL),
                   ('PROG-VERIFICA-FINANCEIRO', 1440, NULL),
                   ('PROG-PONTUA-VENDAS', 15, 'REVISAO-VENDAS'),
                   ('PROG-EXPIRA-ORCAMENTOS', 1440, NULL),
                   ('PROG-FATURA-CONTRATOS', 1440,
                       'FATURA-CONTRATOS'),
                   ('PROG-EXPEDICAO-PARADAS', 1440, NULL),
                   ('PROG-CLIENTES-INATIVOS', 1440, NULL),
                   ('PROG-ACOMPANHA-METAS', 1440, NULL),
                   ('PROG-EXTRAI-DW-VENDAS', 1440, 'DW-VENDAS'),
                   ('PROG-PREVISAO-DEMANDA', 10080, NULL),
                   ('PROG-FECHA-MES-VENDAS', 1440, NULL),
                   ('PROG-EVENTOS-SIEM', 15, 'SIEM-AUDITORIA'),
                   ('PROG-RELATORIO-FILA-ATRASOS', 1440, NULL),
                   ('PROG-RELATORIO-PASSAGEM', 15, NULL),
                   ('PROG-ESCALONA-INCIDENTES', 5,
                       'ESCALONA-INCIDENTES'),
                   ('PROG-PARTICIONA-AUDITORIA', 1440,
                       'PARTICIONA-AUDITORIA'),
                   ('PROG-DESPACHA-NOTIFICACOES', 60,
                       'DESPACHA-NOTIFICACOES'),
                   ('PROG-RELATORIO-LENTAS', 10080, NULL),
                   ('PROG-VENCIMENTO-CHAVES', 1440,
                       'VENCIMENTO-CHAVES')
           END-EXEC.
           PERFORM 6100-CONFERIR-SEMEADURA.

           EXEC SQL
               INSERT IGNORE INTO fila_trabalho_tipos
                   (tipo, descricao, prioridade, prazo_horas,
                    acao_origem)
               VALUES
                   ('INCIDENTE', 'INCIDENTE OPERACIONAL NAO FECHADO',
                    1, 4, 'PROG-INCIDENTES'),
                   ('APROVACAO',
                    'OPERACAO AGUARDANDO A SEGUNDA APROVACAO',
                    1, 8, 'PROG-APROVACOES'),
                   ('ENTREGA-MORTA',
                    'NOTIFICACAO QUE ESGOTOU AS TENTATIVAS DE ENTREGA',
                    2, 24, 'PROG-ENTREGAS-NOTIF'),
                   ('INTEGRIDADE',
                    'CHAVE ORFA DA ULTIMA VERIFICACAO DE INTEGRIDADE',
                    2, 24, 'PROG-VERIFICA-INTEGRIDADE'),
                   ('RECONCILIACAO',
                    'DIVERGENCIA DA ULTIMA RECONCILIACAO',
                    2, 24, 'PROG-RECONCILIA-TESTE'),
                   ('MESCLA',
                    'PROPOSTA DE MESCLA DE DUPLICADOS PENDENTE',
                    3, 72, 'PROG-MESCLAS-PROPOSTAS'),
                   ('VALIDACAO',
                    'ACHADO DE QUALIDADE DE DADOS NAO RESOLVIDO',
                    3, 72, 'PROG-REMEDIA-ACHADOS')
           END-EXEC.
           PERFORM 6100-CONFERIR-SEMEADURA.

           EXEC SQL
               INSERT IGNORE INTO documento_fiscal_serie
                   (serie, descricao)
               VALUES
                   ('1', 'SERIE PADRAO')
           END-EXEC.
           PERFORM 6100-CONFERIR-SEMEADURA.

           EXEC SQL
               INSERT IGNORE INTO conta_contabil_mapa
                   (papel, conta, descricao)
               VALUES
                   ('RECEITA', '3.1.01', 'RECEITA BRUTA DE VENDAS'),
                   ('IMPOSTO', '2.1.05', 'IMPOSTOS SOBRE VENDAS'),
                   ('RECEBIVEIS', '1.1.03', 'CLIENTES A RECEBER'),
                   ('DEVOLUCOES', '3.1.09', 'DEVOLUCOES DE VENDAS'),
                   ('DESCONTOS', '3.1.08', 'DESCONTOS CONCEDIDOS')
           END-EXEC.
           PERFORM 6100-CONFERIR-SEMEADURA.

           EXEC SQL
               INSERT IGNORE INTO intake_rotas
                   (padrao, programa, variavel, variavel_rejeitos,
                    tamanho_rejeito)
               VALUES
                   ('SAIDA_TESTE%', 'PROG-IMPORTA-TESTE',
                    'ARQ_ENTRADA_TESTE', 'ARQ_REJEITOS_TESTE', 275),
                   ('CARGA_TESTE%', 'PROG-CARGA-TESTE',
                    'ARQ_CARGA_TESTE', 'ARQ_REJEITOS_CARGA', NULL),
                   ('RETORNO_COBRANCA%', 'PROG-RETORNO-COBRANCA',
                    'ARQ_RETORNO_COBRANCA', 'ARQ_REJEITOS_COBRANCA',
                    250),
                   ('VENDAS_PARCEIRO%', 'PROG-IMPORTA-VENDAS',
                    'ARQ_ENTRADA_VENDAS', 'ARQ_REJEITOS_VENDAS', 110),
                   ('CONFIRMACAO_INTERFACES%',
                    'PROG-CONFIRMA-INTERFACES',
                    'ARQ_CONFIRMACAO_INTERFACES',
                    'ARQ_REJEITOS_CONFIRMACAO', NULL)
           END-EXEC.
           PERFORM 6100-CONFERIR-SEMEADURA.

           EXEC SQL
               INSERT IGNORE INTO consulta_config
                   (tabela, colunas, id_coluna, tipos)
               VALUES
                   ('teste', 'nome,created_at,updated_at', 'id',
                    'S,T,T')
           END-EXEC.
           PERFORM 6100-CONFERIR-SEMEADURA.

           EXEC SQL
               INSERT IGNORE INTO retencao_config
                   (tabela, coluna_data, dias_retencao, modo)
               VALUES
                   ('auditoria', 'criado_em', 90, 'ARQUIVA'),
                   ('notificacoes', 'criado_em', 60, 'ARQUIVA'),
                   ('reconciliacao_teste', 'executado_em', 180,
                       'EXCLUI'),
                   ('teste_arquivo', 'arquivado_em', 365, 'ARQUIVA'),
                   ('requisicoes_por_ip', 'janela_inicio', 7,
                       'EXCLUI')
           END-EXEC.
           PERFORM 6100-CONFERIR-SEMEADURA.

           EXEC SQL
               INSERT IGNORE INTO dados_pessoais
                   (tabela, coluna, classificacao, regra, titular,
                    chave_titular)
               VALUES
                   ('teste', 'nome', 'NOME', 'MASCARAR', 'TESTE',
                       'id'),
                   ('teste_historico', 'nome_anterior', 'NOME',
                       'MASCARAR', 'TESTE', 'registro_id'),
                   ('teste_arquivo', 'nome', 'NOME', 'MASCARAR',
                       'TESTE', 'id'),
                   ('cliente', 'nome', 'NOME', 'MASCARAR',
                       'CLIENTE', 'id'),
                   ('cliente', 'documento', 'DOCUMENTO', 'HASH',
                       'CLIENTE', 'id'),
                   ('cliente_historico', 'nome_anterior', 'NOME',
                       'MASCARAR', 'CLIENTE', 'registro_id'),
                   ('cliente_historico', 'documento_anterior',
                       'DOCUMENTO', 'HASH', 'CLIENTE',
                       'registro_id'),
                   ('cliente_historico', 'detalhe_anterior',
                       'TEXTO_LIVRE', 'MASCARAR', 'CLIENTE',
                       'registro_id'),
                   ('cliente_contato', 'valor', 'CONTATO',
                       'MASCARAR', 'CLIENTE', 'cliente_id'),
                   ('cliente_endereco', 'logradouro', 'ENDERECO',
                       'APAGAR', 'CLIENTE', 'cliente_id'),
                   ('cliente_endereco', 'numero', 'ENDERECO',
                       'APAGAR', 'CLIENTE', 'cliente_id'),
                   ('cliente_endereco', 'complemento', 'ENDERECO',
                       'APAGAR', 'CLIENTE', 'cliente_id'),
                   ('cliente_endereco', 'bairro', 'ENDERECO',
                       'APAGAR', 'CLIENTE', 'cliente_id'),
                   ('cliente_endereco', 'cep', 'ENDERECO',
                       'MASCARAR', 'CLIENTE', 'cliente_id'),
                   ('cliente_endereco', 'cidade', 'ENDERECO',
                       'MANTER', 'CLIENTE', 'cliente_id'),
                   ('cliente_endereco', 'uf', 'ENDERECO',
                       'MANTER', 'CLIENTE', 'cliente_id'),
                   ('auditoria', 'parametros', 'TEXTO_LIVRE',
                       'MASCARAR', NULL, NULL),
                   ('notificacoes', 'payload', 'TEXTO_LIVRE',
                       'MASCARAR', NULL, NULL)
           END-EXEC.
           PERFORM 6100-CONFERIR-SEMEADURA.

           EXEC SQL
               INSERT IGNORE INTO dados_pessoais_acoes
                   (programa, tabela)
               VALUES
                   ('PROG-DETALHE-REGISTRO', 'teste'),
                   ('PROG-DETALHE-REGISTRO', 'teste_historico'),
                   ('PROG-HISTORICO-REGISTRO', 'teste_historico'),
                   ('PROG-CONSULTA-SQL', 'teste'),
                   ('PROG-BUSCA-UNIFICADA', 'teste'),
                   ('PROG-BUSCA-UNIFICADA', 'teste_arquivo'),
                   ('PROG-LIXEIRA-TESTE', 'teste'),
                   ('PROG-ARQUIVO-TESTE', 'teste_arquivo'),
                   ('PROG-CLIENTES-ADMIN', 'cliente'),
                   ('PROG-CLIENTES-ADMIN', 'cliente_contato'),
                   ('PROG-CLIENTES-ADMIN', 'cliente_endereco')
           END-EXEC.
           PERFORM 6100-CONFERIR-SEMEADURA.

           EXEC SQL
               INSERT IGNORE INTO validacao_regras (regra, descricao)
               VALUES
                   ('NOME-VAZIO',
                    'NOME EM BRANCO APOS REMOVER ESPACOS'),
                   ('NOME-QUASE-DUP',
                    'NOMES IGUAIS IGNORANDO CAIXA E ESPACOS'),
                   ('DATAS-INVERT',
                    'UPDATED_AT ANTERIOR A CREATED_AT'),
                   ('EXCL-ALTERADO',
                    'REGISTRO ALTERADO DEPOIS DA EXCLUSAO LOGICA')
           END-EXEC.
           PERFORM 6100-CONFERIR-SEMEADURA.

           EXEC SQL
               INSERT IGNORE INTO modulos_permitidos
                   (modulo, descricao, dono)
               VALUES
                   ('MOD-DYN-SQL',
                    'CONTAGENS E AGREGADOS DINAMICOS',
                    'SUSTENTACAO')
           END-EXEC.
           PERFORM 6100-CONFERIR-SEMEADURA.

           EXEC SQL
               INSERT IGNORE INTO schema_esperado
                   (tabela, versao, coluna, tipo)
               VALUES
                   ('teste', 2, 'id', 'int'),
                   ('teste', 2, 'nome', 'varchar'),
                   ('teste', 2, 'created_at', 'datetime'),
                   ('teste', 2, 'updated_at', 'datetime'),
                   ('teste', 2, 'deleted_at', 'datetime'),
                   ('teste', 3, 'id', 'int'),
                   ('teste', 3, 'nome', 'varchar'),
                   ('teste', 3, 'created_at', 'datetime'),
                   ('teste', 3, 'updated_at', 'datetime'),
                   ('teste', 3, 'deleted_at', 'datetime'),
                   ('teste', 3, 'origem_carga', 'varchar'),
                   ('teste', 3, 'lote_id', 'varchar')
           END-EXEC.
           PERFORM 6100-CONFERIR-SEMEADURA.

           EXEC SQL
               INSERT IGNORE INTO api_catalogo
                   (programa, descricao, metodos, parametros,
                    cabecalhos)
               VALUES
                   ('PROG-CONSULTA-SQL',
                    'LISTAGEM METADATA DAS TABELAS REGISTRADAS',
                    'GET',
                    CONCAT('QS_TABELA,QS_NOME_LIKE,QS_IDS,QS_O',
                   ('PROG-CRIA-VENDA',
                    'INCLUSAO DE VENDA',
                    'POST',
                    CONCAT('QS_CLIENTE_ID,QS_VALOR,QS_DATA,',
                        'QS_PARCELAS,QS_VENDEDOR_ID'),
                    'X-API-KEY,X-IDEMPOTENCY-KEY'),
                   ('PROG-CANCELA-VENDA',
                    'CANCELAMENTO LOGICO DE VENDA',
                   ('PROG-CHAVES-API',
                    'CHAVES DE API, QUOTAS E CONSUMO',
                    'GET,POST',
                    CONCAT('QS_ACAO,QS_CHAVE,QS_DESCRICAO,QS_EXPIRA,',
                        'QS_PAPEL,QS_QUOTA,QS_MES,QS_CLIENTE_ID,',
                        'QS_PARCEIRO,QS_CHAVE_NOVA,',
                        'QS_SOBREPOSICAO_DIAS,QS_LISTA_EMAIL'),
                    'X-API-KEY'),
                   ('PROG-OPERADORES-ADMIN',
                    'CADASTRO DE OPERADORES NOMEADOS',
                   ('PROG-CLIENTES-ADMIN',
                    'CADASTRO DE CLIENTES',
                    'GET,POST',
                    CONCAT('QS_ACAO,QS_ID,QS_NOME,QS_LIMITE,QS_MOTIVO,',
                        'QS_DOCUMENTO,QS_ENDERECO_ID,QS_TIPO,',
                        'QS_LOGRADOURO,QS_NUMERO,QS_COMPLEMENTO,',
                        'QS_BAIRRO,QS_CIDADE,QS_UF,QS_CEP,',
                        'QS_CONTATO_ID,QS_VALOR,QS_SEGMENTO'),
                    'X-API-KEY'),
                   ('PROG-PRODUTOS-ADMIN',
                    'CATALOGO DE PRODUTOS',
                    'GET,POST',
                    CONCAT('QS_ACAO,QS_ID,QS_NOME,QS_PRECO,',
                        'QS_VIGENCIA,QS_DATA_INI,QS_DATA_FIM'),
                    'X-API-KEY'),
                   ('PROG-ITENS-VENDA',
                    'ITENS DE VENDA E RECALCULO DO TOTAL',
                   ('PROG-FECHAMENTO-VENDAS',
                    'CONSULTA E REABERTURA DE FECHAMENTO',
                    'GET,POST',
                    'QS_ACAO,QS_DIA,QS_MES',
                    'X-API-KEY'),
                   ('PROG-MESCLA-REGISTROS',
                    'MESCLA SEGURA DE REGISTROS DUPLICADOS',
                    'QS_ACAO,QS_ID,QS_CHECKSUM',
                    ''),
                   ('PROG-ASSINATURAS-NOTIF',
                    'ASSINATURAS DE NOTIFICACAO (ARQ/HTTP/EMAIL)',
                    'GET,POST',
                    CONCAT('QS_ACAO,QS_DESTINO,QS_TABELA,QS_EV',
                        'ENTO,QS_CANAL,QS_URL,QS_MODO,QS_HORA,',
                        'QS_LISTA,QS_ID,QS_DESDE,QS_ATE,',
                        'QS_ID_INICIAL,QS_ID_FINAL'),
                    'X-API-KEY'),
                   ('PROG-ENTREGAS-NOTIF',
                    'ENTREGAS DE NOTIFICACAO POR ASSINATURA',
                    'GET,POST',
                    CONCAT('QS_ACAO,QS_PROGRAMA,QS_DESCRICAO,',
                        'QS_METODOS,QS_PARAMETROS,QS_CABECALHOS'),
                    'X-API-KEY'),
                   ('PROG-ESTOQUE-ADMIN',
                    'SALDO, RAZAO, AJUSTE MANUAL E MINIMOS DE ESTOQUE',
                    'GET,POST',
                    CONCAT('QS_ACAO,QS_PRODUTO_ID,QS_QUANTIDADE,',
                        'QS_SENTIDO,QS_TIPO,QS_CONTAGEM,QS_MOTIVO,',
                        'QS_MINIMO,QS_LOTE'),
                    'X-API-KEY,X-IDEMPOTENCY-KEY'),
                   ('PROG-FORNECEDORES-ADMIN',
                    'CADASTRO DE FORNECEDORES',
                    'GET,POST',
                    'QS_ACAO,QS_ID,QS_NOME,QS_DOCUMENTO',
                    'X-API-KEY,X-IDEMPOTENCY-KEY'),
                   ('PROG-PEDIDOS-COMPRA',
                    'PEDIDOS DE COMPRA E RECEBIMENTO DE MERCADORIA',
                    'GET,POST',
                    CONCAT('QS_ACAO,QS_ID,QS_STATUS,QS_FORNECEDOR_ID,',
                        'QS_PRODUTO_ID,QS_ITEM_ID,QS_QUANTIDADE,',
                        'QS_PRECO,QS_MOTIVO'),
                    'X-API-KEY,X-IDEMPOTENCY-KEY'),
                   ('PROG-PROMOCOES-ADMIN',
                    'CADASTRO DE PROMOCOES E DESCONTOS',
                    'GET,POST',
                    CONCAT('QS_ACAO,QS_ID,QS_DESCRICAO,QS_TIPO,',
                        'QS_VALOR,QS_PRODUTO_ID,QS_CLIENTE_ID,',
                        'QS_QTD_MIN,QS_QTD_MAX,QS_VIGENCIA_INI,',
                        'QS_VIGENCIA_FIM'),
                    'X-API-KEY,X-IDEMPOTENCY-KEY'),
                   ('PROG-PARCELAS-VENDA',
                    'PARCELAS E RECEBIMENTOS DE VENDA',
                    'GET,POST',
                    CONCAT('QS_ACAO,QS_PARCELA_ID,QS_VENDA_ID,',
                        'QS_CLIENTE_ID,QS_VALOR,QS_DATA,QS_FORMA'),
                    'X-API-KEY,X-IDEMPOTENCY-KEY'),
                   ('PROG-DEVOLUCOES-VENDA',
                    'DEVOLUCAO PARCIAL DE ITENS DE VENDA',
                    'GET,POST',
                    CONCAT('QS_ACAO,QS_ITEM_ID,QS_QUANTIDADE,',
                        'QS_DATA,QS_MOTIVO,QS_FORMA,QS_VENDA_ID,',
                        'QS_CLIENTE_ID'),
                    'X-API-KEY,X-IDEMPOTENCY-KEY'),
                   ('PROG-VENDEDORES-ADMIN',
                    'CADASTRO DE VENDEDORES E COMISSAO',
                    'GET,POST',
                    'QS_ACAO,QS_ID,QS_NOME,QS_COMISSAO',
                    'X-API-KEY,X-IDEMPOTENCY-KEY'),
                   ('PROG-DOCUMENTOS-FISCAIS',
                    'DOCUMENTOS FISCAIS DE VENDA',
                    'GET,POST',
                    CONCAT('QS_ACAO,QS_ID,QS_VENDA_ID,QS_SERIE,',
                        'QS_TIPO,QS_DESCRICAO'),
                    'X-API-KEY,X-IDEMPOTENCY-KEY'),
                   ('PROG-CLASSES-FISCAIS-ADMIN',
                    'CLASSES FISCAIS E ALIQUOTAS DE IMPOSTO',
                    'GET,POST',
                    CONCAT('QS_ACAO,QS_CODIGO,QS_DESCRICAO,',
                        'QS_ALIQUOTA,QS_VIGENCIA,QS_PRODUTO_ID'),
                    'X-API-KEY,X-IDEMPOTENCY-KEY'),
                   ('PROG-REVISAO-VENDAS',
                    'FILA DE REVISAO DE VENDAS SUSPEITAS',
                    'GET,POST',
                    'QS_ACAO,QS_ID,QS_STATUS,QS_OBS',
                    'X-API-KEY,X-IDEMPOTENCY-KEY'),
                   ('PROG-ORCAMENTOS',
                    'ORCAMENTOS DE VENDA',
                    'GET,POST',
                    CONCAT('QS_ACAO,QS_ID,QS_ITEM_ID,QS_CLIENTE_ID,',
                        'QS_VENDEDOR_ID,QS_PARCELAS,QS_VALIDADE,',
                        'QS_PRODUTO_ID,QS_QUANTIDADE,QS_PRECO,',
                        'QS_STATUS,QS_OBS'),
                    'X-API-KEY,X-IDEMPOTENCY-KEY'),
                   ('PROG-CONTRATOS',
                    'CONTRATOS RECORRENTES',
                    'GET,POST',
                    CONCAT('QS_ACAO,QS_ID,QS_ITEM_ID,QS_CLIENTE_ID,',
                        'QS_VENDEDOR_ID,QS_PARCELAS,QS_DIA,QS_INICIO,',
                        'QS_FIM,QS_PRODUTO_ID,QS_QUANTIDADE,QS_PRECO,',
                        'QS_STATUS,QS_OBS'),
                    'X-API-KEY,X-IDEMPOTENCY-KEY'),
                   ('PROG-EXPEDICAO-VENDAS',
                    'EXPEDICAO DAS VENDAS',
                    'GET,POST',
                    CONCAT('QS_ACAO,QS_VENDA_ID,QS_CLIENTE_ID,',
                        'QS_STATUS,QS_TRANSPORTADORA,QS_RASTREIO,',
                        'QS_MOTIVO'),
                    'X-API-KEY,X-IDEMPOTENCY-KEY'),
                   ('PROG-METAS-VENDAS',
                    'METAS MENSAIS DE VENDA',
                    'GET,POST',
                    CONCAT('QS_ACAO,QS_ID,QS_MES,QS_VENDEDOR_ID,',
                        'QS_PRODUTO_ID,QS_VALOR'),
                    'X-API-KEY,X-IDEMPOTENCY-KEY'),
                   ('PROG-ENVIO-ARQUIVOS',
                    'ENVIO DE ARQUIVOS DE PARCEIRO E RECIBOS',
                    'GET,POST',
                    'QS_ACAO,QS_ARQUIVO,QS_RECIBO',
                    'X-API-KEY'),
                   ('PROG-BLOQUEIOS-ADMIN',
                    'BLOQUEIOS DE ORIGEM POR FALHA DE AUTENTICACAO',
                    'GET,POST',
                    'QS_ACAO,QS_ID,QS_MINUTOS,QS_ATIVOS',
                    'X-API-KEY'),
                   ('PROG-FILA-TRABALHO',
                    'FILA DE TRABALHO UNICA DOS OPERADORES',
                    'GET,POST',
                    CONCAT('QS_ACAO,QS_TIPO,QS_CHAVE,QS_OPERADOR_',
                        'ID,QS_SITUACAO,QS_NOTA,QS_PRAZO_HORAS,',
                        'QS_PRIORIDADE'),
                    'X-API-KEY'),
                   ('PROG-PASSAGEM-TURNO',
                    'LIVRO DE PASSAGEM DE TURNO DOS OPERADORES',
                    'GET,POST',
                    CONCAT('QS_ACAO,QS_ID,QS_NOTA,QS_NOTA_ID,',
                        'QS_SITUACAO,QS_REF_TIPO,QS_REF_ID'),
                    'X-API-KEY'),
                   ('PROG-PLANTAO-ADMIN',
                    'ESCALA DE PLANTAO E CONTATOS DOS OPERADORES',
                    'GET,POST',
                    CONCAT('QS_ACAO,QS_ID,QS_DIA,QS_TIPO_DIA,',
                        'QS_HORA_INICIO,QS_HORA_FIM,QS_PRIMARIO_ID,',
                        'QS_SECUNDARIO_ID,QS_OPERADOR_ID,QS_LISTA'),
                    'X-API-KEY'),
                   ('PROG-IMPLANTACOES',
                    'LIVRO DE IMPLANTACOES E COMPARACAO DE AMBIENTES',
                    'GET',
                    CONCAT('QS_ACAO,QS_AMBIENTE,QS_ID,QS_AMBIENTE_A,',
                        'QS_AMBIENTE_B'),
                    'X-API-KEY'),
                   ('PROG-DADOS-PESSOAIS',
                    CONCAT('REGISTRO DE DADOS PESSOAIS: ',
                        'CLASSIFICACAO, REGRA E COBERTURA'),
                    'GET,POST',
                    CONCAT('QS_ACAO,QS_TABELA,QS_COLUNA,',
                        'QS_CLASSIFICACAO,QS_REGRA,QS_TITULAR,',
                        'QS_CHAVE_TITULAR,QS_PROGRAMA'),
                    'X-API-KEY'),
                   ('PROG-RETENCAO-LEGAL',
                    CONCAT('RETENCAO LEGAL: REGISTRO, LIBERACAO E ',
                        'RELATORIO DO QUE ESTA RETIDO'),
                    'GET,POST',
                    CONCAT('QS_ACAO,QS_ID,QS_STATUS,QS_TIPO,QS_ALVO,',
                        'QS_MOTIVO,QS_PROCESSO'),
                    'X-API-KEY'),
                   ('PROG-LOG-JOBS',
                    'LOG DE SAIDA DOS PASSOS DE JOB',
                    'GET',
                    CONCAT('QS_ACAO,QS_EXECUCAO_ID,QS_PASSO_ID,',
                        'QS_PAGE,QS_PAGE_SIZE,QS_SO_ERROS,QS_LINHAS,',
                        'QS_APOS_LINHA'),
                    'X-API-KEY')
           END-EXEC.
           PERFORM 6100-CONFERIR-SEMEADURA.

      * O INSERT IGNORE NAO MEXE NA LINHA DE QUEM JA TINHA O
      * CATALOGO; OS PARAMETROS DE PROG-CHAVES-API SAO REALINHADOS
      * COM OS QUE A ACAO ACEITA HOJE (ROTACAO E AVISO DE
      * VENCIMENTO INCLUSIVE).
           EXEC SQL
               UPDATE api_catalogo
                  SET parametros =
                      CONCAT('QS_ACAO,QS_CHAVE,QS_DESCRICAO,',
                          'QS_EXPIRA,QS_PAPEL,QS_QUOTA,QS_MES,',
                          'QS_CLIENTE_ID,QS_PARCEIRO,QS_CHAVE_NOVA,',
                          'QS_SOBREPOSICAO_DIAS,QS_LISTA_EMAIL')
                WHERE programa = 'PROG-CHAVES-API'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               PERFORM 6100-CONFERIR-SEMEADURA
           END-IF.

           EXEC SQL
               INSERT IGNORE INTO runbook_erros
                   (codigo, descricao, causas, passos, diagnostico)
                    'CONSUMO DO PARCEIRO ACIMA DO CONTRATADO',
                    CONCAT('VER O CONSUMO EM PROG-CHAVES-API ',
                        '(ACAO USO) E AJUSTAR A QUOTA'),
                    'PROG-CHAVES-API'),
                   (9011, 'ESTOQUE INSUFICIENTE PARA O PRODUTO',
                    CONCAT('SAIDA MAIOR QUE O SALDO; SALDO INICIAL ',
                        'NAO CARREGADO'),
                    CONCAT('VER O RAZAO DO PRODUTO E LANCAR O ',
                        'INVENTARIO EM PROG-ESTOQUE-ADMIN'),
                    'PROG-ESTOQUE-ADMIN'),
                   (9012, 'DOCUMENTO EM SITUACAO QUE NAO ADMITE A ACAO',
                    CONCAT('PEDIDO JA RECEBIDO OU ENCERRADO; ',
                        'CADASTRO INATIVO'),
                    CONCAT('CONSULTAR A SITUACAO DO DOCUMENTO ',
                        '(QS_ACAO=DETALHE) ANTES DE REPETIR'),
                    'PROG-PEDIDOS-COMPRA'),
                   (9013, 'LIMITE DE CREDITO DO CLIENTE EXCEDIDO',
                    CONCAT('SALDO EM ABERTO DAS PARCELAS DO CLIENTE ',
                        'MAIS O VALOR DA VENDA PASSA DO LIMITE'),
                    CONCAT('CONFERIR O SALDO EM PROG-PARCELAS-VENDA; ',
                        'RECEBER AS PARCELAS, REVER O LIMITE OU ',
                        'PEDIR A UM ADMIN A LIBERACAO AVULSA ',
                        '(PROG-CLIENTES-ADMIN QS_ACAO=LIBERAR)'),
                    'PROG-CRIA-VENDA'),
                   (9014, 'ORIGEM BLOQUEADA POR FALHAS DE AUTENTICACAO',
                    CONCAT('O IP DE ORIGEM OU A CHAVE APRESENTADA ',
                        'ACUMULOU FALHAS CONSECUTIVAS DE AUTENTICACAO ',
                        'ALEM DE AUTH.BLOQUEIO.MAX_FALHAS'),
                    CONCAT('CONFERIR O BLOQUEIO E O INCIDENTE ',
                        'BLOQUEIO-<ID>; SE O CLIENTE FOR LEGITIMO, ',
                        'CORRIGIR A CHAVE E LEVANTAR O BLOQUEIO ',
                        '(PROG-BLOQUEIOS-ADMIN QS_ACAO=LEVANTAR)'),
                    'PROG-BLOQUEIOS-ADMIN'),
                   (9015, 'REGISTRO SOB RETENCAO LEGAL',
                    CONCAT('A OPERACAO EXCLUIRIA OU ALTERARIA LINHA ',
                        'ALCANCADA POR UMA RETENCAO LEGAL ATIVA'),
                    CONCAT('CONSULTAR A RETENCAO EM ',
                        'PROG-RETENCAO-LEGAL (QS_ACAO=RELATORIO); SO ',
                        'REPETIR DEPOIS DA LIBERACAO APROVADA PELO ',
                        'JURIDICO'),
                    'PROG-RETENCAO-LEGAL')
           END-EXEC.
           PERFORM 6100-CONFERIR-SEMEADURA.

      * TARIFA DE FABRICA DO EXTRATO DE USO DA API: PRECO
      * PROGRESSIVO POR FAIXA (A FAIXA COMECA NA CHAMADA FAIXA_DE
      * DO MES), ESCRITA MAIS CARA QUE LEITURA, A CLASSE PESADA
      * PARA CONSULTA LIVRE, BUSCA E EXPORTACAO, E O EXCEDENTE DA
      * QUOTA SEM CUSTO ATE O FINANCEIRO DEFINIR O PRECO.
           EXEC SQL
               INSERT IGNORE INTO tarifa_api
                   (classe, operacao, faixa_de, preco_unitario)
               VALUES
                   ('PADRAO', 'LEITURA', 1, 0.0100),
                   ('PADRAO', 'LEITURA', 10001, 0.0070),
                   ('PADRAO', 'LEITURA', 100001, 0.0040),
                   ('PADRAO', 'ESCRITA', 1, 0.0300),
                   ('PADRAO', 'ESCRITA', 10001, 0.0200),
                   ('PADRAO', 'ESCRITA', 100001, 0.0120),
                   ('PADRAO', 'EXCEDENTE', 1, 0.0000),
                   ('PESADA', 'LEITURA', 1, 0.0500),
                   ('PESADA', 'LEITURA', 1001, 0.0350),
                   ('PESADA', 'ESCRITA', 1, 0.1000),
                   ('PESADA', 'ESCRITA', 1001, 0.0750)
           END-EXEC.
           PERFORM 6100-CONFERIR-SEMEADURA.

           EXEC SQL
               INSERT IGNORE INTO tarifa_api_programas
                   (programa, classe)
               VALUES
                   ('PROG-CONSULTA-SQL', 'PESADA'),
                   ('PROG-BUSCA-UNIFICADA', 'PESADA'),
                   ('PROG-EXPORTA-GENERICO', 'PESADA'),
                   ('PROG-EXPORTA-ASSINCRONO', 'PESADA'),
                   ('PROG-ENVIO-ARQUIVOS', 'PESADA')
           END-EXEC.
           PERFORM 6100-CONFERIR-SEMEADURA.

