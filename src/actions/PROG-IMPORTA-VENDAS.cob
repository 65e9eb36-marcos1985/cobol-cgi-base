       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-IMPORTA-VENDAS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DE IMPORTACAO DOS PEDIDOS DE PARCEIROS COMO VENDAS:
      *     LE O ARQUIVO DE PEDIDOS (ARQ_ENTRADA_VENDAS, PADRAO
      *     VENDAS_PARCEIRO.DAT; ENTREGUE PELO ROTEADOR
      *     PROG-RECEBE-ARQUIVOS PELA ROTA VENDAS_PARCEIRO%), EM
      *     REGISTROS FIXOS DE 100 POSICOES: UM REGISTRO 'V' DE
      *     CABECALHO DA VENDA (REFERENCIA DO PEDIDO NO PARCEIRO,
      *     CLIENTE, DATA AAAA-MM-DD, PARCELAS, VENDEDOR OPCIONAL,
      *     TOTAL DECLARADO EM CENTAVOS E QUANTIDADE DE ITENS)
      *     SEGUIDO DOS SEUS REGISTROS 'I' DE ITEM (MESMA REFERENCIA,
      *     PRODUTO, QUANTIDADE E PRECO UNITARIO OPCIONAL EM
      *     CENTAVOS; SEM PRECO VALE A TABELA, COMO NA INCLUSAO
      *     ONLINE DE ITENS). CADA PEDIDO E VALIDADO INTEIRO (CLIENTE
      *     ATIVO, VENDEDOR ATIVO, PRODUTOS, DATA VALIDA E NAO
      *     FUTURA, DIA NAO FECHADO, QUANTIDADE DE ITENS E TOTAL
      *     DECLARADO CONTRA OS ITENS PRECIFICADOS) E GRAVADO NUMA
      *     TRANSACAO SO COM OS SEUS ITENS, A BAIXA DE ESTOQUE, AS
      *     PARCELAS E A VERIFICACAO DO LIMITE DE CREDITO, PELOS
      *     MESMOS MODULOS DAS ACOES ONLINE. PEDIDO RECUSADO NAO
      *     GRAVA NADA E VAI INTEIRO (CABECALHO E ITENS) PARA O
      *     ARQUIVO DE REJEITOS (ARQ_REJEITOS_VENDAS, PADRAO
      *     REJEITOS_VENDAS.DAT) COM CODIGO DE MOTIVO: ITEM-ORFAO,
      *     TIPO-INVAL, REF-VAZIA, REF-DIVERG, VENDA-DUP, CLI-INVAL,
      *     CLI-INEX, VEND-INVAL, DATA-INVAL, DIA-FECH,
      *     PARC-INVAL, VLR-INVAL, SEM-ITENS, ITENS-DIV, ITENS-EXC,
      *     PROD-INVAL, PROD-INEX, QTD-INVAL, PRC-INVAL, TOT-DIVERG,
      *     SEM-ESTOQ E LIM-CREDIT. AS VENDAS CRIADAS CARIMBAM A
      *     LINHAGEM (ORIGEM_CARGA E LOTE_ID VND-<AAAAMMDDHHMMSS>, UM
      *     LOTE POR EXECUCAO) E A REFERENCIA DO PARCEIRO
      *     (VENDA.REFERENCIA_PARCEIRO); A MESMA REFERENCIA NAO
      *     ENTRA DUAS VEZES, ENTAO REPROCESSAR O ARQUIVO SO MANDA
      *     PARA OS REJEITOS O QUE JA FOI CARREGADO. RODA SOB A
      *     TRAVA NOMEADA "VENDAS" (MOD-TRAVA-JOB).
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-ENTRADA-VENDAS ASSIGN TO WRK-ARQ-ENTRADA-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-ENTRADA.

           SELECT ARQ-REJEITOS ASSIGN TO WRK-ARQ-REJEITOS-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-REJEITOS.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-ENTRADA-VENDAS
           RECORDING MODE IS F.
       01  REG-ENTRADA-VENDAS.
           05 ENT-TIPO                     PIC X(1).
           05 ENT-REFERENCIA               PIC X(20).
           05 FILLER                       PIC X(79).

       FD  ARQ-REJEITOS
           RECORDING MODE IS F.
       01  REG-REJEITO.
           05 REJ-MOTIVO                   PIC X(10).
           05 REJ-REGISTRO                 PIC X(100).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-TRAVA-NOME                  PIC X(60)
               VALUE "VENDAS".
       77  WRK-TRAVA-PROGRAMA              PIC X(60)
               VALUE "PROG-IMPORTA-VENDAS".
       77  WRK-TRAVA-DURACAO               PIC 9(5)    VALUE 3600.
       77  WRK-TRAVA-ACAO                  PIC X(10).
       77  WRK-TRAVA-OBTIDA                PIC X(1).
           88  TRAVA-OBTIDA                            VALUE 'S'.

       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).

       77  WRK-ARQ-ENTRADA-NOME            PIC X(255).
       77  WRK-ARQ-REJEITOS-NOME           PIC X(255).
       77  WRK-FS-ARQ-ENTRADA              PIC X(2).
       77  WRK-FS-ARQ-REJEITOS             PIC X(2).

       77  WRK-QTD-LIDA                    PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-PEDIDOS                 PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-APLICADA                PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-REJEITADA               PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-REG-REJEITADOS          PIC 9(10)   VALUE ZERO.
       77  WRK-VALOR-CARREGADO             PIC 9(12)V99 VALUE ZERO.
       77  WRK-TOTAL-MASK                  PIC Z(11)9.99.
       77  WRK-DATA-HORA-CORRENTE          PIC X(21).

       77  WRK-FLAG-FIM-ARQUIVO            PIC X(1)    VALUE 'N'.
           88  FIM-ARQUIVO                             VALUE 'S'.
           88  NAO-FIM-ARQUIVO                         VALUE 'N'.

       77  WRK-FLAG-PEDIDO                 PIC X(1)    VALUE 'N'.
           88  PEDIDO-REJEITADO                        VALUE 'S'.
           88  PEDIDO-ACEITO                           VALUE 'N'.

       77  WRK-FLAG-CABECALHO              PIC X(1)    VALUE 'N'.
           88  PEDIDO-COM-CABECALHO                    VALUE 'S'.
           88  PEDIDO-SEM-CABECALHO                    VALUE 'N'.

      * CABECALHO DA VENDA, NO LAYOUT DO REGISTRO 'V'.
       01  WRK-CAB-VENDA.
           05 CAB-TIPO                     PIC X(1).
           05 CAB-REFERENCIA               PIC X(20).
           05 CAB-CLIENTE-ID               PIC X(10).
           05 CAB-DATA                     PIC X(10).
           05 CAB-QTD-PARCELAS             PIC X(2).
           05 CAB-VENDEDOR-ID              PIC X(10).
           05 CAB-VALOR-TOTAL              PIC X(12).
           05 CAB-VALOR-TOTAL-NUM REDEFINES CAB-VALOR-TOTAL
                                           PIC 9(10)V99.
           05 CAB-QTD-ITENS                PIC X(5).
           05 FILLER                       PIC X(30).

      * ITEM DA VENDA, NO LAYOUT DO REGISTRO 'I'.
       01  WRK-ITE-VENDA.
           05 ITE-TIPO                     PIC X(1).
           05 ITE-REFERENCIA               PIC X(20).
           05 ITE-PRODUTO-ID               PIC X(10).
           05 ITE-QUANTIDADE               PIC X(5).
           05 ITE-PRECO                    PIC X(10).
           05 ITE-PRECO-NUM REDEFINES ITE-PRECO
                                           PIC 9(8)V99.
           05 FILLER                       PIC X(54).

      * ITENS DO PEDIDO EM CURSO: O REGISTRO ORIGINAL (PARA O
      * REJEITO) E OS VALORES JA PRECIFICADOS E TRIBUTADOS.
       77  WRK-MAX-ITENS                   PIC 9(5)    VALUE 200.
       77  WRK-QTD-ITENS                   PIC 9(5)    VALUE ZERO.
       77  WRK-QTD-EXCEDENTE               PIC 9(5)    VALUE ZERO.
       77  WRK-IDX                         PIC 9(5)    VALUE ZERO.

       01  WRK-PEDIDO-ITENS.
           05 WRK-PI-ITEM OCCURS 200 TIMES.
              10 WRK-PI-REGISTRO       PIC X(100).
              10 WRK-PI-PRODUTO-ID     PIC 9(10).
              10 WRK-PI-QUANTIDADE     PIC 9(5).
              10 WRK-PI-PRECO          PIC 9(8)V99.
              10 WRK-PI-PRECO-LISTA    PIC 9(8)V99.
              10 WRK-PI-DESCONTO       PIC 9(8)V99.
              10 WRK-PI-PROMOCAO-ID    PIC 9(10).
              10 WRK-PI-CLASSE         PIC X(10).
              10 WRK-PI-ALIQUOTA       PIC 9(3)V99.
              10 WRK-PI-VALOR-IMPOSTO  PIC 9(8)V99.

       77  WRK-VALOR-CALCULADO             PIC 9(10)V99 VALUE ZERO.

       77  WRK-DIA-FECHAMENTO              PIC X(10).
       77  WRK-DIA-FECHADO                 PIC X(1).
           88  DIA-FECHADO                             VALUE 'S'.

       77  WRK-OPERADOR                    PIC X(60)
               VALUE "PROG-IMPORTA-VENDAS".

       77  WRK-EST-ACAO                    PIC X(10).
       77  WRK-EST-QUANTIDADE              PIC S9(9).
       77  WRK-EST-TIPO                    PIC X(12).
       77  WRK-EST-DOC-ID                  PIC 9(10).
       77  WRK-EST-ITEM-ID                 PIC 9(10).
       77  WRK-EST-MOTIVO                  PIC X(255).
       77  WRK-EST-SALDO                   PIC S9(9).
       77  WRK-EST-RESULTADO               PIC X(2).
           88  EST-MOVIMENTO-OK                        VALUE 'OK'.
           88  EST-SALDO-INSUFICIENTE                  VALUE 'SI'.
       77  WRK-EST-MSG                     PIC X(255).

       77  WRK-PRC-ACAO                    PIC X(10).
       77  WRK-PRC-QUANTIDADE              PIC 9(9).
       77  WRK-PRC-RESULTADO               PIC X(2).
           88  PRC-PRECO-OK                            VALUE 'OK'.
           88  PRC-PRODUTO-INEXISTENTE                 VALUE 'NE'.
       77  WRK-PRC-MSG                     PIC X(255).

       77  WRK-IMP-ACAO                    PIC X(10).
       77  WRK-IMP-RESULTADO               PIC X(2).
           88  IMP-IMPOSTO-OK                          VALUE 'OK'.
       77  WRK-IMP-MSG                     PIC X(255).

       77  WRK-PAR-ACAO                    PIC X(10).
       77  WRK-PAR-RESULTADO               PIC X(2).
           88  PAR-PARCELAS-OK                         VALUE 'OK'.
       77  WRK-PAR-MSG                     PIC X(255).

       77  WRK-CRD-ACAO                    PIC X(10).
       77  WRK-CRD-LIMITE                  PIC 9(10)V99.
       77  WRK-CRD-EM-ABERTO               PIC 9(10)V99.
       77  WRK-CRD-SALDO-VENDA             PIC 9(10)V99.
       77  WRK-CRD-RESULTADO               PIC X(2).
           88  CRD-CREDITO-OK                          VALUE 'OK'.
           88  CRD-CREDITO-LIBERADO                    VALUE 'LB'.
           88  CRD-CREDITO-EXCEDIDO                    VALUE 'EX'.
       77  WRK-CRD-MSG                     PIC X(255).

       77  WRK-TABELA-NOTIF  PIC X(60) VALUE "venda".
       77  WRK-NOTIF-PAYLOAD PIC X(600) VALUE SPACES.
       77  WRK-EVENTO-INSERT PIC X(30) VALUE "INSERT".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 VND-ID             PIC 9(10).
           05 VND-REFERENCIA     PIC X(20).
           05 VND-CLIENTE-ID     PIC 9(10).
           05 VND-CLIENTE-ATIVO  PIC X(1).
           05 VND-DATA           PIC X(10).
           05 VND-DIA            PIC X(10).
           05 VND-QTD-PARCELAS   PIC 9(3).
           05 VND-VENDEDOR-ID    PIC 9(10).
           05 VND-VENDEDOR-ATIVO PIC X(1).
           05 VND-COMISSAO       PIC 9(3)V99.
           05 VND-LOTE           PIC X(40).
           05 VND-QTD            PIC 9(10).
           05 VND-QTD-COLUNA     PIC 9(5).
           05 ITM-ID             PIC 9(10).
           05 ITM-PRODUTO-ID     PIC 9(10).
           05 ITM-QUANTIDADE     PIC 9(5).
           05 ITM-PRECO          PIC 9(8)V99.
           05 ITM-PRECO-LISTA    PIC 9(8)V99.
           05 ITM-DESCONTO       PIC 9(8)V99.
           05 ITM-PROMOCAO-ID    PIC 9(10).
           05 ITM-CLASSE         PIC X(10).
           05 ITM-ALIQUOTA       PIC 9(3)V99.
           05 ITM-VALOR-IMPOSTO  PIC 9(8)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1050-OBTER-TRAVA-JOB.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1120-GARANTIR-LINHAGEM.
           PERFORM 1150-GARANTIR-ESTRUTURA.
           PERFORM 1200-ABRIR-ARQUIVOS.

           PERFORM 1210-LER-PROXIMO-REGISTRO.
           PERFORM 2000-PROCESSAR-PEDIDO UNTIL FIM-ARQUIVO.

           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-ENTRADA-NOME FROM ENVIRONMENT
               "ARQ_ENTRADA_VENDAS".
           IF  FUNCTION TRIM(WRK-ARQ-ENTRADA-NOME) = SPACES
               MOVE "VENDAS_PARCEIRO.DAT" TO WRK-ARQ-ENTRADA-NOME
           END-IF.

           ACCEPT WRK-ARQ-REJEITOS-NOME FROM ENVIRONMENT
               "ARQ_REJEITOS_VENDAS".
           IF  FUNCTION TRIM(WRK-ARQ-REJEITOS-NOME) = SPACES
               MOVE "REJEITOS_VENDAS.DAT" TO WRK-ARQ-REJEITOS-NOME
           END-IF.

      * CADA EXECUCAO CARIMBA UM LOTE PROPRIO NAS VENDAS CRIADAS,
      * PARA A LINHAGEM E O ESTORNO DE UMA IMPORTACAO RUIM.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-CORRENTE.
           MOVE SPACES TO VND-LOTE.
           STRING
               "VND-" WRK-DATA-HORA-CORRENTE(1:14)
               DELIMITED BY SIZE
               INTO VND-LOTE
           END-STRING.

       1050-OBTER-TRAVA-JOB.

      * A TRAVA NOMEADA "VENDAS" IMPEDE DUAS IMPORTACOES DE PEDIDOS
      * AO MESMO TEMPO; UMA TRAVA VENCIDA E CONSIDERADA LIVRE.
           MOVE "OBTER" TO WRK-TRAVA-ACAO.

           CALL 'MOD-TRAVA-JOB'
               USING WRK-TRAVA-NOME, WRK-TRAVA-PROGRAMA,
                   WRK-TRAVA-DURACAO, WRK-TRAVA-ACAO,
                   WRK-TRAVA-OBTIDA
               END-CALL.

           IF  NOT TRAVA-OBTIDA
               DISPLAY
                   "TRAVA DE JOB VENDAS EM USO POR OUTRO PROCESSO. "
                   "EXECUCAO RECUSADA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-CONECTAR-BANCO-DE-DADOS.

      * A SESSAO VEM DE MOD-CONEXAO-BD E NAO DE UM CONNECT PROPRIO:
      * OS MODULOS DE PRECO, IMPOSTO, ESTOQUE, PARCELAS E CREDITO
      * PRECISAM ESCREVER NA MESMA TRANSACAO DA VENDA.
           MOVE "OBTER" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

           IF  NOT CONEXAO-DISPONIVEL
               DISPLAY
                   "ERRO AO TENTAR ABRIR CONEXAO COM O BANCO DE "
                   "DADOS: " FUNCTION TRIM(WRK-CONEXAO-MSG)
               PERFORM 8800-LIBERAR-TRAVA-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1120-GARANTIR-LINHAGEM.

      * AMBIENTE ANTIGO GANHA AS COLUNAS DE LINHAGEM EM VENDA ANTES
      * DA PRIMEIRA ESCRITA CARIMBADA.
           CALL 'MOD-GARANTE-LINHAGEM' END-CALL.

       1150-GARANTIR-ESTRUTURA.

      * A REFERENCIA DO PEDIDO NO PARCEIRO SEGURA A CARGA REPETIDA;
      * VENDAS ONLINE FICAM COM A COLUNA NULA.
           MOVE ZERO TO VND-QTD-COLUNA.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :VND-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'venda'
                  AND column_name = 'referencia_parceiro'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND VND-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE venda
                       ADD COLUMN referencia_parceiro VARCHAR(20) NULL,
                       ADD KEY ix_venda_referencia_parceiro
                           (referencia_parceiro)
               END-EXEC
               IF  SQLCODE NOT EQUAL ZERO
                   DISPLAY
                       "ERRO AO TENTAR ACRESCENTAR A REFERENCIA DO "
                       "PARCEIRO EM VENDA: " SQLERRM
                   PERFORM 2990-ABORTAR
               END-IF
           END-IF.

      * AS TABELAS DOS MODULOS SAO GARANTIDAS AQUI, FORA DE QUALQUER
      * TRANSACAO: DDL FAZ COMMIT IMPLICITO.
           MOVE "GARANTIR" TO WRK-PRC-ACAO.
           PERFORM 8100-CHAMAR-PRECO-VENDA.
           IF  NOT PRC-PRECO-OK
               DISPLAY
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE PRECO: "
                   FUNCTION TRIM(WRK-PRC-MSG)
               PERFORM 2990-ABORTAR
           END-IF.

           MOVE "GARANTIR" TO WRK-IMP-ACAO.
           PERFORM 8110-CHAMAR-IMPOSTO-VENDA.
           IF  NOT IMP-IMPOSTO-OK
               DISPLAY
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE CLASSES "
                   "FISCAIS: " FUNCTION TRIM(WRK-IMP-MSG)
               PERFORM 2990-ABORTAR
           END-IF.

           MOVE "GARANTIR" TO WRK-EST-ACAO.
           PERFORM 8140-CHAMAR-RAZAO-ESTOQUE.
           IF  NOT EST-MOVIMENTO-OK
               DISPLAY
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE ESTOQUE: "
                   FUNCTION TRIM(WRK-EST-MSG)
               PERFORM 2990-ABORTAR
           END-IF.

           MOVE "GARANTIR" TO WRK-PAR-ACAO.
           PERFORM 8120-CHAMAR-PARCELAS-VENDA.
           IF  NOT PAR-PARCELAS-OK
               DISPLAY
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE PARCELAS: "
                   FUNCTION TRIM(WRK-PAR-MSG)
               PERFORM 2990-ABORTAR
           END-IF.

           MOVE "GARANTIR" TO WRK-CRD-ACAO.
           PERFORM 8130-CHAMAR-LIMITE-CREDITO.
           IF  NOT CRD-CREDITO-OK
               DISPLAY
                   "ERRO AO TENTAR GARANTIR A ESTRUTURA DO LIMITE DE "
                   "CREDITO: " FUNCTION TRIM(WRK-CRD-MSG)
               PERFORM 2990-ABORTAR
           END-IF.

       1200-ABRIR-ARQUIVOS.

           OPEN INPUT ARQ-ENTRADA-VENDAS.

           IF  WRK-FS-ARQ-ENTRADA NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DE PEDIDOS: "
                   FUNCTION TRIM(WRK-ARQ-ENTRADA-NOME)
               PERFORM 8800-LIBERAR-TRAVA-JOB
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND ARQ-REJEITOS.

           IF  WRK-FS-ARQ-REJEITOS = "35"
               OPEN OUTPUT ARQ-REJEITOS
           END-IF.

           IF  WRK-FS-ARQ-REJEITOS = "05"
               MOVE "00" TO WRK-FS-ARQ-REJEITOS
           END-IF.

           IF  WRK-FS-ARQ-REJEITOS NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DE REJEITOS: "
                   FUNCTION TRIM(WRK-ARQ-REJEITOS-NOME)
               CLOSE ARQ-ENTRADA-VENDAS
               PERFORM 8800-LIBERAR-TRAVA-JOB
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1210-LER-PROXIMO-REGISTRO.

           READ ARQ-ENTRADA-VENDAS
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

           IF  NAO-FIM-ARQUIVO
               ADD 1 TO WRK-QTD-LIDA
           END-IF.

       2000-PROCESSAR-PEDIDO.

      * UM PEDIDO E O REGISTRO 'V' E TODOS OS 'I' QUE O SEGUEM ATE O
      * PROXIMO 'V' OU O FIM DO ARQUIVO. ITEM SEM CABECALHO E
      * REGISTRO DE TIPO DESCONHECIDO SAO RECUSADOS SOZINHOS.
           ADD 1 TO WRK-QTD-PEDIDOS.
           SET PEDIDO-ACEITO TO TRUE.
           MOVE ZERO TO WRK-QTD-ITENS.
           MOVE ZERO TO WRK-QTD-EXCEDENTE.
           MOVE SPACES TO REJ-MOTIVO.

           IF  ENT-TIPO NOT = 'V'
               SET PEDIDO-SEM-CABECALHO TO TRUE
               MOVE REG-ENTRADA-VENDAS TO WRK-CAB-VENDA
               IF  ENT-TIPO = 'I'
                   MOVE "ITEM-ORFAO" TO REJ-MOTIVO
               ELSE
                   MOVE "TIPO-INVAL" TO REJ-MOTIVO
               END-IF
               PERFORM 2500-REJEITAR-PEDIDO
               PERFORM 1210-LER-PROXIMO-REGISTRO
               EXIT PARAGRAPH
           END-IF.

           SET PEDIDO-COM-CABECALHO TO TRUE.
           MOVE REG-ENTRADA-VENDAS TO WRK-CAB-VENDA.

           PERFORM 1210-LER-PROXIMO-REGISTRO.
           PERFORM 2050-ACUMULAR-ITEM
               UNTIL FIM-ARQUIVO OR ENT-TIPO = 'V'.

           PERFORM 2100-VALIDAR-CABECALHO.

           IF  PEDIDO-ACEITO
               PERFORM 2150-VALIDAR-ITEM
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ITENS
                      OR PEDIDO-REJEITADO
           END-IF.

           IF  PEDIDO-ACEITO
               PERFORM 2200-CONFERIR-TOTAL
           END-IF.

           IF  PEDIDO-ACEITO
               PERFORM 2300-GRAVAR-VENDA
           END-IF.

           IF  PEDIDO-REJEITADO
               PERFORM 2500-REJEITAR-PEDIDO
           END-IF.

       2050-ACUMULAR-ITEM.

      * OS ITENS FICAM GUARDADOS ATE O PEDIDO ESTAR COMPLETO; O QUE
      * PASSAR DO LIMITE SO E CONTADO, E O PEDIDO E RECUSADO.
           IF  WRK-QTD-ITENS < WRK-MAX-ITENS
               ADD 1 TO WRK-QTD-ITENS
               MOVE REG-ENTRADA-VENDAS
                   TO WRK-PI-REGISTRO(WRK-QTD-ITENS)
           ELSE
               ADD 1 TO WRK-QTD-EXCEDENTE
           END-IF.

           PERFORM 1210-LER-PROXIMO-REGISTRO.

       2100-VALIDAR-CABECALHO.

           IF  CAB-REFERENCIA = SPACES
               MOVE "REF-VAZIA" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  WRK-QTD-ITENS = ZERO
               MOVE "SEM-ITENS" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  WRK-QTD-EXCEDENTE > ZERO
               MOVE "ITENS-EXC" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

      * A QUANTIDADE DECLARADA PEGA O PEDIDO CORTADO NO FIM DO
      * ARQUIVO OU COM ITEM PERDIDO NO MEIO.
           IF  CAB-QTD-ITENS IS NOT NUMERIC
               MOVE "ITENS-DIV" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  FUNCTION NUMVAL(CAB-QTD-ITENS) NOT = WRK-QTD-ITENS
               MOVE "ITENS-DIV" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  CAB-CLIENTE-ID IS NOT NUMERIC
               MOVE "CLI-INVAL" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  CAB-QTD-PARCELAS IS NOT NUMERIC
               MOVE "PARC-INVAL" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  FUNCTION NUMVAL(CAB-QTD-PARCELAS) < 1
           OR  FUNCTION NUMVAL(CAB-QTD-PARCELAS) > 24
               MOVE "PARC-INVAL" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  CAB-VALOR-TOTAL IS NOT NUMERIC
               MOVE "VLR-INVAL" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  CAB-VENDEDOR-ID NOT = SPACES
           AND CAB-VENDEDOR-ID IS NOT NUMERIC
               MOVE "VEND-INVAL" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE CAB-REFERENCIA TO VND-REFERENCIA.
           MOVE CAB-CLIENTE-ID TO VND-CLIENTE-ID.
           MOVE CAB-DATA TO VND-DATA.
           MOVE CAB-QTD-PARCELAS TO VND-QTD-PARCELAS.
           MOVE ZERO TO VND-VENDEDOR-ID.
           MOVE ZERO TO VND-COMISSAO.
           IF  CAB-VENDEDOR-ID NOT = SPACES
               MOVE CAB-VENDEDOR-ID TO VND-VENDEDOR-ID
           END-IF.

           PERFORM 2110-VALIDAR-DATA.
           IF  PEDIDO-REJEITADO
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2120-VALIDAR-CADASTROS.

       2110-VALIDAR-DATA.

      * A DATA PRECISA SER UM DIA DE CALENDARIO NO FORMATO
      * AAAA-MM-DD E NAO PODE ESTAR NO FUTURO; O DIA JA FECHADO PELO
      * FINANCEIRO SO ACEITA VENDA DEPOIS DA REABERTURA EXPLICITA.
           IF  VND-DATA(5:1) NOT = '-'
           OR  VND-DATA(8:1) NOT = '-'
           OR  VND-DATA(1:4) IS NOT NUMERIC
           OR  VND-DATA(6:2) IS NOT NUMERIC
           OR  VND-DATA(9:2) IS NOT NUMERIC
               MOVE "DATA-INVAL" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO VND-DIA.
           EXEC SQL
               SELECT COALESCE(DATE_FORMAT(
                          STR_TO_DATE(:VND-DATA, '%Y-%m-%d'),
                          '%Y-%m-%d'), ' ')
                 INTO :VND-DIA
                 FROM DUAL
                WHERE STR_TO_DATE(:VND-DATA, '%Y-%m-%d')
                      <= CURRENT_DATE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR VALIDAR A DATA DO PEDIDO "
                   FUNCTION TRIM(VND-REFERENCIA) ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           IF  SQLCODE EQUAL 100 OR VND-DIA NOT = VND-DATA
               MOVE "DATA-INVAL" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE VND-DIA TO WRK-DIA-FECHAMENTO.
           CALL 'MOD-VERIFICA-FECHAMENTO'
               USING WRK-DIA-FECHAMENTO, WRK-DIA-FECHADO
               END-CALL.

           IF  DIA-FECHADO
               MOVE "DIA-FECH" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
           END-IF.

       2120-VALIDAR-CADASTROS.

      * A MESMA REFERENCIA DE PEDIDO NAO GERA UMA SEGUNDA VENDA.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :VND-QTD
                 FROM venda
                WHERE referencia_parceiro = :VND-REFERENCIA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR VERIFICAR A REFERENCIA DO PEDIDO "
                   FUNCTION TRIM(VND-REFERENCIA) ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           IF  VND-QTD > ZERO
               MOVE "VENDA-DUP" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT ativo
                 INTO :VND-CLIENTE-ATIVO
                 FROM cliente
                WHERE id = :VND-CLIENTE-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR VERIFICAR O CLIENTE DO PEDIDO "
                   FUNCTION TRIM(VND-REFERENCIA) ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           IF  SQLCODE EQUAL 100 OR VND-CLIENTE-ATIVO NOT = 'S'
               MOVE "CLI-INEX" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  VND-VENDEDOR-ID = ZERO
               EXIT PARAGRAPH
           END-IF.

      * O PERCENTUAL E COPIADO PARA A VENDA, COMO NA INCLUSAO ONLINE.
           EXEC SQL
               SELECT percentual_comissao, ativo
                 INTO :VND-COMISSAO, :VND-VENDEDOR-ATIVO
                 FROM vendedor
                WHERE id = :VND-VENDEDOR-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR VERIFICAR O VENDEDOR DO PEDIDO "
                   FUNCTION TRIM(VND-REFERENCIA) ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           IF  SQLCODE EQUAL 100 OR VND-VENDEDOR-ATIVO NOT = 'S'
               MOVE "VEND-INVAL" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
           END-IF.

       2150-VALIDAR-ITEM.

           MOVE WRK-PI-REGISTRO(WRK-IDX) TO WRK-ITE-VENDA.

           IF  ITE-REFERENCIA NOT = CAB-REFERENCIA
               MOVE "REF-DIVERG" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  ITE-PRODUTO-ID IS NOT NUMERIC
               MOVE "PROD-INVAL" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  ITE-QUANTIDADE IS NOT NUMERIC
               MOVE "QTD-INVAL" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  FUNCTION NUMVAL(ITE-QUANTIDADE) = ZERO
               MOVE "QTD-INVAL" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  ITE-PRECO NOT = SPACES
           AND ITE-PRECO IS NOT NUMERIC
               MOVE "PRC-INVAL" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE ITE-PRODUTO-ID TO ITM-PRODUTO-ID.
           MOVE ITE-QUANTIDADE TO ITM-QUANTIDADE.

      * PRODUTO PRECISA EXISTIR E ESTAR ATIVO. O PRECO DE LISTA E O
      * DA VIGENCIA NO DIA DA VENDA; SEM PRECO NO ARQUIVO VALE A
      * MELHOR PROMOCAO, E PRECO INFORMADO ABAIXO DA LISTA E
      * DESCONTO, COMO NA INCLUSAO ONLINE DO ITEM.
           MOVE "CALCULAR" TO WRK-PRC-ACAO.
           PERFORM 8100-CHAMAR-PRECO-VENDA.

           IF  PRC-PRODUTO-INEXISTENTE
               MOVE "PROD-INEX" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  NOT PRC-PRECO-OK
               DISPLAY
                   "ERRO AO TENTAR CALCULAR O PRECO DO ITEM DO PEDIDO "
                   FUNCTION TRIM(VND-REFERENCIA) ": "
                   FUNCTION TRIM(WRK-PRC-MSG)
               PERFORM 2990-ABORTAR
           END-IF.

           IF  ITE-PRECO = SPACES
               COMPUTE ITM-PRECO = ITM-PRECO-LISTA - ITM-DESCONTO
           ELSE
               MOVE ITE-PRECO-NUM TO ITM-PRECO
               MOVE ZERO TO ITM-PROMOCAO-ID
               MOVE ZERO TO ITM-DESCONTO
               IF  ITM-PRECO < ITM-PRECO-LISTA
                   COMPUTE ITM-DESCONTO = ITM-PRECO-LISTA - ITM-PRECO
               END-IF
           END-IF.

      * O PRECO UNITARIO JA CONTEM O IMPOSTO; A LINHA GUARDA A PARTE
      * DELE PELA ALIQUOTA DA CLASSE VIGENTE NO DIA DA VENDA.
           MOVE "CALCULAR" TO WRK-IMP-ACAO.
           PERFORM 8110-CHAMAR-IMPOSTO-VENDA.

           IF  NOT IMP-IMPOSTO-OK
               DISPLAY
                   "ERRO AO TENTAR CALCULAR O IMPOSTO DO ITEM DO "
                   "PEDIDO " FUNCTION TRIM(VND-REFERENCIA) ": "
                   FUNCTION TRIM(WRK-IMP-MSG)
               PERFORM 2990-ABORTAR
           END-IF.

           COMPUTE ITM-VALOR-IMPOSTO ROUNDED =
               ITM-QUANTIDADE * ITM-PRECO * ITM-ALIQUOTA / 100.

           MOVE ITM-PRODUTO-ID    TO WRK-PI-PRODUTO-ID(WRK-IDX).
           MOVE ITM-QUANTIDADE    TO WRK-PI-QUANTIDADE(WRK-IDX).
           MOVE ITM-PRECO         TO WRK-PI-PRECO(WRK-IDX).
           MOVE ITM-PRECO-LISTA   TO WRK-PI-PRECO-LISTA(WRK-IDX).
           MOVE ITM-DESCONTO      TO WRK-PI-DESCONTO(WRK-IDX).
           MOVE ITM-PROMOCAO-ID   TO WRK-PI-PROMOCAO-ID(WRK-IDX).
           MOVE ITM-CLASSE        TO WRK-PI-CLASSE(WRK-IDX).
           MOVE ITM-ALIQUOTA      TO WRK-PI-ALIQUOTA(WRK-IDX).
           MOVE ITM-VALOR-IMPOSTO TO WRK-PI-VALOR-IMPOSTO(WRK-IDX).

       2200-CONFERIR-TOTAL.

      * O VALOR DA VENDA E DERIVADO DOS ITENS, COMO NO RECALCULO
      * ONLINE; O TOTAL DECLARADO PELO PARCEIRO TEM DE FECHAR COM
      * ELE CENTAVO A CENTAVO.
           MOVE ZERO TO WRK-VALOR-CALCULADO.
           PERFORM 2210-SOMAR-ITEM
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-ITENS.

           IF  WRK-VALOR-CALCULADO NOT = CAB-VALOR-TOTAL-NUM
               MOVE "TOT-DIVERG" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
           END-IF.

       2210-SOMAR-ITEM.

           COMPUTE WRK-VALOR-CALCULADO = WRK-VALOR-CALCULADO +
               WRK-PI-QUANTIDADE(WRK-IDX) * WRK-PI-PRECO(WRK-IDX).

       2300-GRAVAR-VENDA.

           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               INSERT INTO venda
                   (cliente_id, valor, data_venda, qtd_parcelas,
                    vendedor_id, percentual_comissao,
                    referencia_parceiro, origem_carga, lote_id)
               VALUES
                   (:VND-CLIENTE-ID, 0, :VND-DIA, :VND-QTD-PARCELAS,
                    NULLIF(:VND-VENDEDOR-ID, 0),
                    CASE WHEN :VND-VENDEDOR-ID = 0 THEN NULL
                         ELSE :VND-COMISSAO END,
                    :VND-REFERENCIA, 'PROG-IMPORTA-VENDAS',
                    :VND-LOTE)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR INCLUIR A VENDA DO PEDIDO "
                   FUNCTION TRIM(VND-REFERENCIA) ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :VND-ID
           END-EXEC.

           PERFORM 2310-GRAVAR-ITEM
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-ITENS
                  OR PEDIDO-REJEITADO.

           IF  PEDIDO-REJEITADO
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2350-FECHAR-VENDA.

           IF  PEDIDO-REJEITADO
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WRK-QTD-APLICADA.
           ADD WRK-VALOR-CALCULADO TO WRK-VALOR-CARREGADO.

      * CHAMADO SOMENTE APOS O COMMIT, PARA NAO MISTURAR O COMMIT
      * PROPRIO DO MODULO DE NOTIFICACAO COM A TRANSACAO DA VENDA.
           CALL 'MOD-REGISTRA-NOTIFICACAO'
               USING WRK-TABELA-NOTIF, VND-ID, WRK-EVENTO-INSERT,
                   WRK-NOTIF-PAYLOAD
               END-CALL.

       2310-GRAVAR-ITEM.

           MOVE WRK-PI-PRODUTO-ID(WRK-IDX)    TO ITM-PRODUTO-ID.
           MOVE WRK-PI-QUANTIDADE(WRK-IDX)    TO ITM-QUANTIDADE.
           MOVE WRK-PI-PRECO(WRK-IDX)         TO ITM-PRECO.
           MOVE WRK-PI-PRECO-LISTA(WRK-IDX)   TO ITM-PRECO-LISTA.
           MOVE WRK-PI-DESCONTO(WRK-IDX)      TO ITM-DESCONTO.
           MOVE WRK-PI-PROMOCAO-ID(WRK-IDX)   TO ITM-PROMOCAO-ID.
           MOVE WRK-PI-CLASSE(WRK-IDX)        TO ITM-CLASSE.
           MOVE WRK-PI-ALIQUOTA(WRK-IDX)      TO ITM-ALIQUOTA.
           MOVE WRK-PI-VALOR-IMPOSTO(WRK-IDX) TO ITM-VALOR-IMPOSTO.

           EXEC SQL
               INSERT INTO venda_itens
                   (venda_id, produto_id, quantidade, preco_unitario,
                    preco_lista, desconto, promocao_id, classe_fiscal,
                    aliquota, valor_imposto)
               VALUES
                   (:VND-ID, :ITM-PRODUTO-ID, :ITM-QUANTIDADE,
                    :ITM-PRECO, :ITM-PRECO-LISTA, :ITM-DESCONTO,
                    NULLIF(:ITM-PROMOCAO-ID, 0),
                    NULLIF(TRIM(:ITM-CLASSE), ''), :ITM-ALIQUOTA,
                    :ITM-VALOR-IMPOSTO)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR INCLUIR ITEM DO PEDIDO "
                   FUNCTION TRIM(VND-REFERENCIA) ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :ITM-ID
           END-EXEC.

      * A QUANTIDADE VENDIDA SAI DO ESTOQUE NA MESMA TRANSACAO; O
      * SALDO INSUFICIENTE RECUSA O PEDIDO INTEIRO.
           MOVE "MOVIMENTAR" TO WRK-EST-ACAO.
           COMPUTE WRK-EST-QUANTIDADE = ZERO - ITM-QUANTIDADE.
           MOVE "VENDA" TO WRK-EST-TIPO.
           MOVE VND-ID TO WRK-EST-DOC-ID.
           MOVE ITM-ID TO WRK-EST-ITEM-ID.
           MOVE SPACES TO WRK-EST-MOTIVO.
           PERFORM 8140-CHAMAR-RAZAO-ESTOQUE.

           IF  EST-SALDO-INSUFICIENTE
               MOVE "SEM-ESTOQ" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  NOT EST-MOVIMENTO-OK
               DISPLAY
                   "ERRO AO TENTAR MOVIMENTAR O ESTOQUE DO PEDIDO "
                   FUNCTION TRIM(VND-REFERENCIA) ": "
                   FUNCTION TRIM(WRK-EST-MSG)
               PERFORM 2990-ABORTAR
           END-IF.

       2350-FECHAR-VENDA.

      * TOTAIS DERIVADOS DOS ITENS, COMO EM PROG-ITENS-VENDA, E AS
      * PARCELAS GERADAS SOBRE ELES.
           EXEC SQL
               UPDATE venda
                  SET valor = (SELECT COALESCE(SUM(quantidade *
                          preco_unitario), 0)
                          FROM venda_itens
                         WHERE venda_id = :VND-ID),
                      valor_imposto = (SELECT COALESCE(
                          SUM(valor_imposto), 0)
                          FROM venda_itens
                         WHERE venda_id = :VND-ID)
                WHERE id = :VND-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR TOTALIZAR A VENDA DO PEDIDO "
                   FUNCTION TRIM(VND-REFERENCIA) ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           MOVE "GERAR" TO WRK-PAR-ACAO.
           PERFORM 8120-CHAMAR-PARCELAS-VENDA.

           IF  NOT PAR-PARCELAS-OK
               DISPLAY
                   "ERRO AO TENTAR GERAR AS PARCELAS DO PEDIDO "
                   FUNCTION TRIM(VND-REFERENCIA) ": "
                   FUNCTION TRIM(WRK-PAR-MSG)
               PERFORM 2990-ABORTAR
           END-IF.

      * COM AS PARCELAS GERADAS, O LIMITE DE CREDITO DO CLIENTE
      * DECIDE; A RECUSA DESFAZ A VENDA INTEIRA.
           MOVE "VERIFICAR" TO WRK-CRD-ACAO.
           PERFORM 8130-CHAMAR-LIMITE-CREDITO.

           IF  CRD-CREDITO-EXCEDIDO
               MOVE "LIM-CREDIT" TO REJ-MOTIVO
               SET PEDIDO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  NOT CRD-CREDITO-OK
           AND NOT CRD-CREDITO-LIBERADO
               DISPLAY
                   "ERRO AO TENTAR VERIFICAR O LIMITE DE CREDITO DO "
                   "PEDIDO " FUNCTION TRIM(VND-REFERENCIA) ": "
                   FUNCTION TRIM(WRK-CRD-MSG)
               PERFORM 2990-ABORTAR
           END-IF.

       2500-REJEITAR-PEDIDO.

      * O PEDIDO VAI INTEIRO PARA OS REJEITOS, CABECALHO E ITENS, COM
      * O MESMO MOTIVO, PARA SER CORRIGIDO E REENVIADO DE UMA VEZ.
           ADD 1 TO WRK-QTD-REJEITADA.

           MOVE WRK-CAB-VENDA TO REJ-REGISTRO.
           PERFORM 2510-GRAVAR-REJEITO.

           IF  PEDIDO-COM-CABECALHO
               PERFORM 2520-REJEITAR-ITEM
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ITENS
           END-IF.

       2510-GRAVAR-REJEITO.

           WRITE REG-REJEITO.

           IF  WRK-FS-ARQ-REJEITOS NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO ARQUIVO DE REJEITOS."
               PERFORM 2990-ABORTAR
           END-IF.

           ADD 1 TO WRK-QTD-REG-REJEITADOS.

       2520-REJEITAR-ITEM.

           MOVE WRK-PI-REGISTRO(WRK-IDX) TO REJ-REGISTRO.
           PERFORM 2510-GRAVAR-REJEITO.

       2990-ABORTAR.

      * O PEDIDO EM CURSO E DESFEITO; OS JA CONFIRMADOS FICAM, E
      * REPROCESSAR O MESMO ARQUIVO NAO DUPLICA VENDA (A REFERENCIA
      * REPETIDA VAI PARA OS REJEITOS COMO VENDA-DUP).
           EXEC SQL ROLLBACK END-EXEC.
           PERFORM 3000-FINALIZAR.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       3000-FINALIZAR.

           CLOSE ARQ-ENTRADA-VENDAS.
           CLOSE ARQ-REJEITOS.

           DISPLAY
               "TOTAL DE REGISTROS LIDOS......: " WRK-QTD-LIDA.
           DISPLAY
               "TOTAL DE PEDIDOS..............: " WRK-QTD-PEDIDOS.
           DISPLAY
               "TOTAL DE VENDAS CRIADAS.......: " WRK-QTD-APLICADA.
           DISPLAY
               "TOTAL DE PEDIDOS REJEITADOS...: " WRK-QTD-REJEITADA.
           DISPLAY
               "TOTAL DE REGISTROS REJEITADOS.: "
               WRK-QTD-REG-REJEITADOS.
           MOVE WRK-VALOR-CARREGADO TO WRK-TOTAL-MASK.
           DISPLAY
               "VALOR CARREGADO...............: "
               FUNCTION TRIM(WRK-TOTAL-MASK).
           DISPLAY
               "LOTE..........................: "
               FUNCTION TRIM(VND-LOTE).

           PERFORM 8800-LIBERAR-TRAVA-JOB.
           PERFORM 8900-ENCERRAR-CONEXAO.

       8100-CHAMAR-PRECO-VENDA.

           MOVE ITM-QUANTIDADE TO WRK-PRC-QUANTIDADE.

           CALL 'MOD-PRECO-VENDA'
               USING WRK-PRC-ACAO, ITM-PRODUTO-ID, VND-CLIENTE-ID,
                   WRK-PRC-QUANTIDADE, VND-DIA, ITM-PRECO-LISTA,
                   ITM-DESCONTO, ITM-PROMOCAO-ID, WRK-PRC-RESULTADO,
                   WRK-PRC-MSG
               END-CALL.

       8110-CHAMAR-IMPOSTO-VENDA.

           CALL 'MOD-IMPOSTO-VENDA'
               USING WRK-IMP-ACAO, ITM-PRODUTO-ID, VND-DIA,
                   ITM-CLASSE, ITM-ALIQUOTA, WRK-IMP-RESULTADO,
                   WRK-IMP-MSG
               END-CALL.

       8120-CHAMAR-PARCELAS-VENDA.

           CALL 'MOD-PARCELAS-VENDA'
               USING WRK-PAR-ACAO, VND-ID, WRK-PAR-RESULTADO,
                   WRK-PAR-MSG
               END-CALL.

       8130-CHAMAR-LIMITE-CREDITO.

           CALL 'MOD-LIMITE-CREDITO'
               USING WRK-CRD-ACAO, VND-CLIENTE-ID, VND-ID,
                   WRK-CRD-LIMITE, WRK-CRD-EM-ABERTO,
                   WRK-CRD-SALDO-VENDA, WRK-CRD-RESULTADO,
                   WRK-CRD-MSG
               END-CALL.

       8140-CHAMAR-RAZAO-ESTOQUE.

           CALL 'MOD-MOVIMENTA-ESTOQUE'
               USING WRK-EST-ACAO, ITM-PRODUTO-ID,
                   WRK-EST-QUANTIDADE, WRK-EST-TIPO, WRK-EST-DOC-ID,
                   WRK-EST-ITEM-ID, WRK-EST-MOTIVO, WRK-OPERADOR,
                   WRK-EST-SALDO, WRK-EST-RESULTADO, WRK-EST-MSG
               END-CALL.

       8800-LIBERAR-TRAVA-JOB.

           MOVE "LIBERAR" TO WRK-TRAVA-ACAO.

           CALL 'MOD-TRAVA-JOB'
               USING WRK-TRAVA-NOME, WRK-TRAVA-PROGRAMA,
                   WRK-TRAVA-DURACAO, WRK-TRAVA-ACAO,
                   WRK-TRAVA-OBTIDA
               END-CALL.

       8900-ENCERRAR-CONEXAO.

           MOVE "ENCERRAR" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.
