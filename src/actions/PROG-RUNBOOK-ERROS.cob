      *     (QS_CODIGO) MANTEM O RUNBOOK, COM METODO POST E CHAVE
      *     ADMIN. OS CODIGOS DE FABRICA SAO SEMEADOS NA PRIMEIRA
      *     EXECUCAO COM O PASSO BASICO DE CADA UM.
      *   - SEMEIA O CODIGO 9011 (ESTOQUE INSUFICIENTE NO RAZAO DE
      *     ESTOQUE DOS PRODUTOS).
      *   - SEMEIA O CODIGO 9012 (DOCUMENTO EM SITUACAO QUE NAO
      *     ADMITE A ACAO, COMO PEDIDO DE COMPRA JA ENCERRADO).
      *   - SEMEIA O CODIGO 9013 (LIMITE DE CREDITO DO CLIENTE
      *     EXCEDIDO NA VENDA).
      *   - SEMEIA O CODIGO 9015 (REGISTRO SOB RETENCAO LEGAL).
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-CODIGO-STG               PIC X(10).
       77  WRK-CHAVE-PAPEL                 PIC X(10).
       77  WRK-QUOTA-ESTOURADA             PIC X(1).
           88  QUOTA-ESTOURADA                         VALUE 'S'.
           88  ORIGEM-BLOQUEADA                        VALUE 'B'.

       77  WRK-FLAG-PRIMEIRO               PIC X(1)    VALUE 'S'.
           88  PRIMEIRO-REGISTRO                       VALUE 'S'.
           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).

           CALL 'MOD-CORRELACAO' USING WRK-CORRELACAO-ID
               END-CALL.
               PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
           END-IF.

           IF  ORIGEM-BLOQUEADA
               STRING
                   "ORIGEM BLOQUEADA APOS FALHAS REPETIDAS DE "
                   "AUTENTICACAO. TENTE NOVAMENTE MAIS TARDE."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-ORIGEM-BLOQUEADA TO WRK-COD-ERRO
               PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
           END-IF.

           IF  NOT CHAVE-AUTORIZADA
               STRING
                   "CHAVE DE API AUSENTE, INVALIDA OU EXPIRADA."
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

       2000-CONSULTAR-CODIGO.
