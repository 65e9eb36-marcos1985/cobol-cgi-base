       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-CONSOLE-OPERADOR.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - CONSOLE DE TERMINAL DO BACK-OFFICE, NO LUGAR DAS QUERY
      *     STRINGS MONTADAS NA MAO CONTRA AS ACOES CGI: MENUS PARA
      *     CLIENTES (PROG-CLIENTES-ADMIN), PRODUTOS
      *     (PROG-PRODUTOS-ADMIN), CALENDARIO DE FERIADOS
      *     (PROG-CALENDARIO-ADMIN), RECONHECIMENTO DE INCIDENTES
      *     (PROG-INCIDENTES), APROVACOES (PROG-APROVACOES) E FILA DE
      *     TRABALHO (PROG-FILA-TRABALHO). O CONSOLE NAO TOCA NO
      *     BANCO: CADA OPERACAO EXECUTA O BINARIO DA PROPRIA ACAO
      *     (DIRETORIO EM CONSOLE_BIN_DIR, PADRAO O CORRENTE), COMO
      *     PROG-TESTE-FUMACA, COM A CHAVE DE API DO OPERADOR NO
      *     CABECALHO X-API-KEY (CONSOLE_API_KEY OU PEDIDA NA
      *     ENTRADA), METODO POST NAS ESCRITAS, ORIGEM DA SESSAO DO
      *     OPERADOR ("CONSOLE-" COM O LOGIN E, EM SESSAO SSH, O
      *     ENDERECO DO TERMINAL) E
      *     UMA CHAVE DE IDEMPOTENCIA POR OPERACAO CONFIRMADA — PAPEL,
      *     MODO DE MANUTENCAO, IDEMPOTENCIA, HISTORICO, AUDITORIA E
      *     NOTIFICACOES SAO OS DA ACAO, SEM ATALHO. ANTES DE CHAMAR
      *     A ACAO, CADA CAMPO E VALIDADO (ID NUMERICO, DATA
      *     AAAA-MM-DD, VALOR COM ATE DUAS DECIMAIS, TAMANHO MAXIMO,
      *     OBRIGATORIO); ALTERACOES DE UM REGISTRO MOSTRAM ANTES O
      *     REGISTRO (CONSULTA DE DETALHE, OU A LISTA QUANDO A ACAO
      *     NAO TEM DETALHE) E TODA ESCRITA PEDE CONFIRMACAO. TEXTO
      *     COM APOSTROFO E RECUSADO NO CAMPO (O VALOR VAI PARA A
      *     LINHA DE COMANDO ENTRE APOSTROFOS). A SAIDA DA ACAO E
      *     CAPTURADA EM CONSOLE_SAIDA (PADRAO
      *     /tmp/CONSOLE_<HORA>.TXT), RESUMIDA PELO HTTP-STATUS E A
      *     MENSAGEM E PAGINADA NA TELA. SE A ACAO NAO RESPONDER, A
      *     ESCRITA PODE SER REPETIDA COM A MESMA CHAVE DE
      *     IDEMPOTENCIA, SEM RISCO DE GRAVAR DUAS VEZES.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-SAIDA-CONSOLE ASSIGN TO WRK-ARQ-SAIDA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-SAIDA.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-SAIDA-CONSOLE.
       01  REG-SAIDA-CONSOLE               PIC X(1024).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-SAIDA-NOME              PIC X(255).
       77  WRK-FS-ARQ-SAIDA                PIC X(2).

       77  WRK-BIN-DIR                     PIC X(255).
       77  WRK-CMD                         PIC X(2048).
       77  WRK-API-KEY                     PIC X(64).
       77  WRK-CHAVE-MASCARADA             PIC X(10).
       77  WRK-DATA-HORA-CORRENTE          PIC X(21).
       77  WRK-SEQ-OPERACAO                PIC 9(6)    VALUE ZERO.
       77  WRK-IDEM-KEY                    PIC X(40).

      * ORIGEM DA SESSAO, NO TAMANHO DO REMOTE_ADDR LIDO PELAS ACOES:
      * O BLOQUEIO POR FALHAS E A AUDITORIA SAO POR OPERADOR E
      * TERMINAL, NAO DO CONSOLE INTEIRO.
       77  WRK-ORIGEM-CONSOLE              PIC X(45).
       77  WRK-LOGIN-CONSOLE               PIC X(16).
       77  WRK-SSH-CLIENT                  PIC X(100).
       77  WRK-SSH-ENDERECO                PIC X(39).

       77  WRK-OPCAO                       PIC X(2).
       77  WRK-RESPOSTA                    PIC X(1).

      * REQUISICAO MONTADA PARA A ACAO: PROGRAMA, METODO, VARIAVEIS
      * QS_ E A QUERY STRING EQUIVALENTE (QUE A ACAO GRAVA NA
      * AUDITORIA).
       77  WRK-REQ-PROGRAMA                PIC X(40).
       77  WRK-REQ-ACAO                    PIC X(20).
       77  WRK-ACAO-ESCRITA                PIC X(20).
       77  WRK-REQ-METODO                  PIC X(4).
       77  WRK-REQ-ENVS                    PIC X(1500).
       77  WRK-REQ-QUERY                   PIC X(255).
       77  WRK-PTR-ENVS                    PIC 9(4)    COMP.
       77  WRK-PTR-QUERY                   PIC 9(4)    COMP.
       77  WRK-PAR-NOME                    PIC X(20).
       77  WRK-PAR-VALOR                   PIC X(255).
       77  WRK-PAR-VALOR-QS                PIC X(255).
       77  WRK-PAR-TAM                     PIC 9(4)    COMP.

      * CAMPO DIGITADO PELO OPERADOR E AS REGRAS DE VALIDACAO DELE.
       77  WRK-CAMPO-ROTULO                PIC X(40).
       77  WRK-CAMPO-ENTRADA               PIC X(255).
       77  WRK-CAMPO-MAX                   PIC 9(4)    COMP.
       77  WRK-CAMPO-TAM                   PIC 9(4)    COMP.
       77  WRK-CAMPO-IDX                   PIC 9(4)    COMP.
       77  WRK-QTD-APOSTROFO               PIC 9(4)    COMP.
       77  WRK-QTD-PONTO                   PIC 9(4)    COMP.
       77  WRK-POS-PONTO                   PIC 9(4)    COMP.
       77  WRK-CAMPO-MSG                   PIC X(80).

       77  WRK-CAMPO-TIPO                  PIC X(1).
           88  CAMPO-TEXTO                             VALUE 'T'.
           88  CAMPO-ID                                VALUE 'I'.
           88  CAMPO-DATA                              VALUE 'D'.
           88  CAMPO-VALOR                             VALUE 'V'.

       77  WRK-FLAG-OBRIGATORIO            PIC X(1)    VALUE 'S'.
           88  CAMPO-OBRIGATORIO                       VALUE 'S'.
           88  CAMPO-OPCIONAL                          VALUE 'N'.

       77  WRK-FLAG-CAMPO                  PIC X(1)    VALUE 'N'.
           88  CAMPO-VALIDO                            VALUE 'S'.
           88  CAMPO-INVALIDO                          VALUE 'N'.
           88  CAMPO-CANCELADO                         VALUE 'C'.

      * VALORES COLETADOS NAS TELAS.
       77  WRK-P-ID                        PIC X(10).
       77  WRK-P-NOME                      PIC X(100).
       77  WRK-P-DOCUMENTO                 PIC X(14).
       77  WRK-P-PRECO                     PIC X(13).
       77  WRK-P-VIGENCIA                  PIC X(10).
       77  WRK-P-DATA                      PIC X(10).
       77  WRK-P-DESCRICAO                 PIC X(100).
       77  WRK-P-NOTA                      PIC X(200).
       77  WRK-P-TIPO                      PIC X(30).
       77  WRK-P-CHAVE                     PIC X(60).

      * RESULTADO DA ULTIMA EXECUCAO.
       77  WRK-HTTP-STATUS-TXT             PIC X(3).
       77  WRK-MSG-RESPOSTA                PIC X(255).
       77  WRK-QTD-LINHAS-TELA             PIC 9(4)    COMP.
       77  WRK-LINHA-TAM                   PIC 9(4)    COMP.

       77  WRK-FLAG-SAIR                   PIC X(1)    VALUE 'N'.
           88  SAIR-CONSOLE                            VALUE 'S'.
           88  NAO-SAIR-CONSOLE                        VALUE 'N'.

       77  WRK-FLAG-VOLTAR                 PIC X(1)    VALUE 'N'.
           88  VOLTAR-MENU                             VALUE 'S'.
           88  NAO-VOLTAR-MENU                         VALUE 'N'.

       77  WRK-FLAG-CONFIRMA               PIC X(1)    VALUE 'N'.
           88  OPERACAO-CONFIRMADA                     VALUE 'S'.
           88  OPERACAO-DESISTIDA                      VALUE 'N'.

       77  WRK-FLAG-RESPONDEU              PIC X(1)    VALUE 'N'.
           88  ACAO-RESPONDEU                          VALUE 'S'.
           88  ACAO-NAO-RESPONDEU                      VALUE 'N'.

       77  WRK-FLAG-FIM-SAIDA              PIC X(1)    VALUE 'N'.
           88  FIM-ARQ-SAIDA                           VALUE 'S'.
           88  NAO-FIM-ARQ-SAIDA                       VALUE 'N'.

       77  WRK-FLAG-CORPO                  PIC X(1)    VALUE 'N'.
           88  NO-CORPO                                VALUE 'S'.
           88  NOS-CABECALHOS                          VALUE 'N'.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-IDENTIFICAR-OPERADOR.

           PERFORM 2000-MENU-PRINCIPAL UNTIL SAIR-CONSOLE.

           PERFORM 9000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-BIN-DIR FROM ENVIRONMENT "CONSOLE_BIN_DIR".
           IF  FUNCTION TRIM(WRK-BIN-DIR) = SPACES
               MOVE "." TO WRK-BIN-DIR
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-CORRENTE.

      * UM ARQUIVO DE CAPTURA POR SESSAO, PARA DOIS OPERADORES NA
      * MESMA MAQUINA NAO LEREM A RESPOSTA UM DO OUTRO.
           ACCEPT WRK-ARQ-SAIDA-NOME FROM ENVIRONMENT "CONSOLE_SAIDA".
           IF  FUNCTION TRIM(WRK-ARQ-SAIDA-NOME) = SPACES
               STRING
                   "/tmp/CONSOLE_" WRK-DATA-HORA-CORRENTE(9:8)
                   ".TXT"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-SAIDA-NOME
               END-STRING
           END-IF.

           ACCEPT WRK-LOGIN-CONSOLE FROM ENVIRONMENT "USER".
           IF  WRK-LOGIN-CONSOLE = SPACES
               ACCEPT WRK-LOGIN-CONSOLE FROM ENVIRONMENT "LOGNAME"
           END-IF.

           MOVE SPACES TO WRK-SSH-ENDERECO.
           ACCEPT WRK-SSH-CLIENT FROM ENVIRONMENT "SSH_CLIENT".
           IF  WRK-SSH-CLIENT NOT = SPACES
               UNSTRING WRK-SSH-CLIENT DELIMITED BY SPACE
                   INTO WRK-SSH-ENDERECO
               END-UNSTRING
           END-IF.

           MOVE "CONSOLE" TO WRK-ORIGEM-CONSOLE.
           IF  WRK-LOGIN-CONSOLE NOT = SPACES
               STRING
                   "CONSOLE-" FUNCTION TRIM(WRK-LOGIN-CONSOLE)
                   DELIMITED BY SIZE
                   INTO WRK-ORIGEM-CONSOLE
               END-STRING
           END-IF.
           IF  WRK-SSH-ENDERECO NOT = SPACES
               MOVE SPACES TO WRK-ORIGEM-CONSOLE
               STRING
                   "CONSOLE-" FUNCTION TRIM(WRK-LOGIN-CONSOLE)
                   "@" FUNCTION TRIM(WRK-SSH-ENDERECO)
                   DELIMITED BY SIZE
                   INTO WRK-ORIGEM-CONSOLE
               END-STRING
           END-IF.

      * O VALOR VAI PARA A LINHA DE COMANDO ENTRE APOSTROFOS.
           INSPECT WRK-ORIGEM-CONSOLE REPLACING ALL "'" BY "_".

       1100-IDENTIFICAR-OPERADOR.

      * A CHAVE DO OPERADOR E A MESMA DA API: E ELA QUE DECIDE O
      * PAPEL E O NOME QUE FICA NO HISTORICO E NA AUDITORIA.
           ACCEPT WRK-API-KEY FROM ENVIRONMENT "CONSOLE_API_KEY".

           IF  FUNCTION TRIM(WRK-API-KEY) = SPACES
               DISPLAY "CHAVE DE API DO OPERADOR: " WITH NO ADVANCING
               ACCEPT WRK-API-KEY
           END-IF.

           MOVE ZERO TO WRK-QTD-APOSTROFO.
           INSPECT WRK-API-KEY TALLYING WRK-QTD-APOSTROFO
               FOR ALL "'".

           IF  FUNCTION TRIM(WRK-API-KEY) = SPACES
           OR  WRK-QTD-APOSTROFO > ZERO
               DISPLAY "ERRO: CHAVE DE API AUSENTE OU INVALIDA."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WRK-CHAVE-MASCARADA.
           STRING
               WRK-API-KEY(1:6) "***"
               DELIMITED BY SIZE
               INTO WRK-CHAVE-MASCARADA
           END-STRING.

           DISPLAY " ".
           DISPLAY "CONSOLE DO OPERADOR - CHAVE "
               FUNCTION TRIM(WRK-CHAVE-MASCARADA).
           DISPLAY "PAPEL, MODO DE MANUTENCAO E AUDITORIA SAO OS DAS "
               "ACOES DA API.".

      ******************************************************************
      * MENU PRINCIPAL
      ******************************************************************

       2000-MENU-PRINCIPAL.

           DISPLAY " ".
           DISPLAY "================================================".
           DISPLAY " MENU PRINCIPAL".
           DISPLAY "================================================".
           DISPLAY "  1 - CLIENTES".
           DISPLAY "  2 - PRODUTOS".
           DISPLAY "  3 - CALENDARIO DE FERIADOS".
           DISPLAY "  4 - INCIDENTES".
           DISPLAY "  5 - APROVACOES".
           DISPLAY "  6 - FILA DE TRABALHO".
           DISPLAY "  0 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           MOVE SPACES TO WRK-OPCAO.
           ACCEPT WRK-OPCAO.

           SET NAO-VOLTAR-MENU TO TRUE.

           EVALUATE FUNCTION TRIM(WRK-OPCAO)
               WHEN "1"
                   PERFORM 2100-MENU-CLIENTES UNTIL VOLTAR-MENU
               WHEN "2"
                   PERFORM 2200-MENU-PRODUTOS UNTIL VOLTAR-MENU
               WHEN "3"
                   PERFORM 2300-MENU-CALENDARIO UNTIL VOLTAR-MENU
               WHEN "4"
                   PERFORM 2400-MENU-INCIDENTES UNTIL VOLTAR-MENU
               WHEN "5"
                   PERFORM 2500-MENU-APROVACOES UNTIL VOLTAR-MENU
               WHEN "6"
                   PERFORM 2600-MENU-FILA UNTIL VOLTAR-MENU
               WHEN "0"
                   SET SAIR-CONSOLE TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      ******************************************************************
      * CLIENTES (PROG-CLIENTES-ADMIN)
      ******************************************************************

       2100-MENU-CLIENTES.

           DISPLAY " ".
           DISPLAY "--- CLIENTES ---".
           DISPLAY "  1 - LISTAR".
           DISPLAY "  2 - CONSULTAR DETALHE".
           DISPLAY "  3 - INCLUIR".
           DISPLAY "  4 - ALTERAR NOME".
           DISPLAY "  5 - INATIVAR".
           DISPLAY "  6 - ATIVAR".
           DISPLAY "  0 - VOLTAR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           MOVE SPACES TO WRK-OPCAO.
           ACCEPT WRK-OPCAO.

           EVALUATE FUNCTION TRIM(WRK-OPCAO)
               WHEN "1"
                   PERFORM 2110-LISTAR-CLIENTES
               WHEN "2"
                   PERFORM 2120-DETALHAR-CLIENTE
               WHEN "3"
                   PERFORM 2130-INCLUIR-CLIENTE
               WHEN "4"
                   PERFORM 2140-ALTERAR-CLIENTE
               WHEN "5"
                   MOVE "INATIVAR" TO WRK-REQ-ACAO
                   PERFORM 2150-SITUACAO-CLIENTE
               WHEN "6"
                   MOVE "ATIVAR" TO WRK-REQ-ACAO
                   PERFORM 2150-SITUACAO-CLIENTE
               WHEN "0"
                   SET VOLTAR-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       2110-LISTAR-CLIENTES.

           MOVE "PROG-CLIENTES-ADMIN" TO WRK-REQ-PROGRAMA.
           MOVE "LISTAR" TO WRK-REQ-ACAO.
           PERFORM 7000-INICIAR-REQUISICAO.
           PERFORM 7200-EXECUTAR-LEITURA.

       2120-DETALHAR-CLIENTE.

           PERFORM 8100-LER-ID.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2190-CONSULTAR-CLIENTE.

       2130-INCLUIR-CLIENTE.

           MOVE "NOME DO CLIENTE" TO WRK-CAMPO-ROTULO.
           MOVE 100 TO WRK-CAMPO-MAX.
           SET CAMPO-TEXTO TO TRUE.
           SET CAMPO-OBRIGATORIO TO TRUE.
           PERFORM 8000-LER-CAMPO.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-CAMPO-ENTRADA TO WRK-P-NOME.

      * O DOCUMENTO E CONFERIDO PELA ACAO (DIGITOS VERIFICADORES E
      * UNICIDADE); AQUI SO SE EXIGE QUE SEJA NUMERICO.
           MOVE "CPF/CNPJ (SO DIGITOS, OPCIONAL)" TO WRK-CAMPO-ROTULO.
           MOVE 14 TO WRK-CAMPO-MAX.
           SET CAMPO-ID TO TRUE.
           SET CAMPO-OPCIONAL TO TRUE.
           PERFORM 8000-LER-CAMPO.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-CAMPO-ENTRADA TO WRK-P-DOCUMENTO.

           DISPLAY " ".
           DISPLAY "INCLUIR CLIENTE: " FUNCTION TRIM(WRK-P-NOME).
           IF  WRK-P-DOCUMENTO NOT = SPACES
               DISPLAY "DOCUMENTO......: "
                   FUNCTION TRIM(WRK-P-DOCUMENTO)
           END-IF.

           MOVE "PROG-CLIENTES-ADMIN" TO WRK-REQ-PROGRAMA.
           MOVE "INCLUIR" TO WRK-REQ-ACAO.
           PERFORM 7000-INICIAR-REQUISICAO.
           MOVE "NOME" TO WRK-PAR-NOME.
           MOVE WRK-P-NOME TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           MOVE "DOCUMENTO" TO WRK-PAR-NOME.
           MOVE WRK-P-DOCUMENTO TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           PERFORM 7250-EXECUTAR-ESCRITA.

       2140-ALTERAR-CLIENTE.

           PERFORM 8100-LER-ID.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2190-CONSULTAR-CLIENTE.
           IF  WRK-HTTP-STATUS-TXT NOT = "200"
               EXIT PARAGRAPH
           END-IF.

           MOVE "NOVO NOME" TO WRK-CAMPO-ROTULO.
           MOVE 100 TO WRK-CAMPO-MAX.
           SET CAMPO-TEXTO TO TRUE.
           SET CAMPO-OBRIGATORIO TO TRUE.
           PERFORM 8000-LER-CAMPO.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-CAMPO-ENTRADA TO WRK-P-NOME.

           DISPLAY " ".
           DISPLAY "ALTERAR O CLIENTE " FUNCTION TRIM(WRK-P-ID)
               " PARA: " FUNCTION TRIM(WRK-P-NOME).

           MOVE "PROG-CLIENTES-ADMIN" TO WRK-REQ-PROGRAMA.
           MOVE "ALTERAR" TO WRK-REQ-ACAO.
           PERFORM 7000-INICIAR-REQUISICAO.
           MOVE "ID" TO WRK-PAR-NOME.
           MOVE WRK-P-ID TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           MOVE "NOME" TO WRK-PAR-NOME.
           MOVE WRK-P-NOME TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           PERFORM 7250-EXECUTAR-ESCRITA.

       2150-SITUACAO-CLIENTE.

      * INATIVAR OU ATIVAR, CONFORME WRK-REQ-ACAO; O REGISTRO E
      * MOSTRADO ANTES DA CONFIRMACAO.
           PERFORM 8100-LER-ID.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-REQ-ACAO TO WRK-ACAO-ESCRITA.
           PERFORM 2190-CONSULTAR-CLIENTE.
           IF  WRK-HTTP-STATUS-TXT NOT = "200"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY " ".
           DISPLAY FUNCTION TRIM(WRK-ACAO-ESCRITA) " O CLIENTE "
               FUNCTION TRIM(WRK-P-ID).

           MOVE "PROG-CLIENTES-ADMIN" TO WRK-REQ-PROGRAMA.
           MOVE WRK-ACAO-ESCRITA TO WRK-REQ-ACAO.
           PERFORM 7000-INICIAR-REQUISICAO.
           MOVE "ID" TO WRK-PAR-NOME.
           MOVE WRK-P-ID TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           PERFORM 7250-EXECUTAR-ESCRITA.

       2190-CONSULTAR-CLIENTE.

           MOVE "PROG-CLIENTES-ADMIN" TO WRK-REQ-PROGRAMA.
           MOVE "DETALHE" TO WRK-REQ-ACAO.
           PERFORM 7000-INICIAR-REQUISICAO.
           MOVE "ID" TO WRK-PAR-NOME.
           MOVE WRK-P-ID TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           PERFORM 7200-EXECUTAR-LEITURA.

      ******************************************************************
      * PRODUTOS (PROG-PRODUTOS-ADMIN)
      ******************************************************************

       2200-MENU-PRODUTOS.

           DISPLAY " ".
           DISPLAY "--- PRODUTOS ---".
           DISPLAY "  1 - LISTAR".
           DISPLAY "  2 - HISTORICO DE PRECOS".
           DISPLAY "  3 - INCLUIR".
           DISPLAY "  4 - ALTERAR NOME/PRECO".
           DISPLAY "  5 - DESATIVAR".
           DISPLAY "  6 - ATIVAR".
           DISPLAY "  0 - VOLTAR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           MOVE SPACES TO WRK-OPCAO.
           ACCEPT WRK-OPCAO.

           EVALUATE FUNCTION TRIM(WRK-OPCAO)
               WHEN "1"
                   PERFORM 2210-LISTAR-PRODUTOS
               WHEN "2"
                   PERFORM 2220-HISTORICO-PRODUTO
               WHEN "3"
                   PERFORM 2230-INCLUIR-PRODUTO
               WHEN "4"
                   PERFORM 2240-ALTERAR-PRODUTO
               WHEN "5"
                   MOVE "DESATIVAR" TO WRK-REQ-ACAO
                   PERFORM 2250-SITUACAO-PRODUTO
               WHEN "6"
                   MOVE "ATIVAR" TO WRK-REQ-ACAO
                   PERFORM 2250-SITUACAO-PRODUTO
               WHEN "0"
                   SET VOLTAR-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       2210-LISTAR-PRODUTOS.

           MOVE "PROG-PRODUTOS-ADMIN" TO WRK-REQ-PROGRAMA.
           MOVE "LISTAR" TO WRK-REQ-ACAO.
           PERFORM 7000-INICIAR-REQUISICAO.
           PERFORM 7200-EXECUTAR-LEITURA.

       2220-HISTORICO-PRODUTO.

           PERFORM 8100-LER-ID.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2290-CONSULTAR-PRODUTO.

       2230-INCLUIR-PRODUTO.

           MOVE "NOME DO PRODUTO" TO WRK-CAMPO-ROTULO.
           MOVE 100 TO WRK-CAMPO-MAX.
           SET CAMPO-TEXTO TO TRUE.
           SET CAMPO-OBRIGATORIO TO TRUE.
           PERFORM 8000-LER-CAMPO.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-CAMPO-ENTRADA TO WRK-P-NOME.

           MOVE "PRECO (EX.: 12.50)" TO WRK-CAMPO-ROTULO.
           MOVE 12 TO WRK-CAMPO-MAX.
           SET CAMPO-VALOR TO TRUE.
           SET CAMPO-OBRIGATORIO TO TRUE.
           PERFORM 8000-LER-CAMPO.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-CAMPO-ENTRADA TO WRK-P-PRECO.

           DISPLAY " ".
           DISPLAY "INCLUIR PRODUTO: " FUNCTION TRIM(WRK-P-NOME)
               " - PRECO " FUNCTION TRIM(WRK-P-PRECO).

           MOVE "PROG-PRODUTOS-ADMIN" TO WRK-REQ-PROGRAMA.
           MOVE "INCLUIR" TO WRK-REQ-ACAO.
           PERFORM 7000-INICIAR-REQUISICAO.
           MOVE "NOME" TO WRK-PAR-NOME.
           MOVE WRK-P-NOME TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           MOVE "PRECO" TO WRK-PAR-NOME.
           MOVE WRK-P-PRECO TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           PERFORM 7250-EXECUTAR-ESCRITA.

       2240-ALTERAR-PRODUTO.

           PERFORM 8100-LER-ID.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2290-CONSULTAR-PRODUTO.
           IF  WRK-HTTP-STATUS-TXT NOT = "200"
               EXIT PARAGRAPH
           END-IF.

           MOVE "NOVO NOME (EM BRANCO MANTEM)" TO WRK-CAMPO-ROTULO.
           MOVE 100 TO WRK-CAMPO-MAX.
           SET CAMPO-TEXTO TO TRUE.
           SET CAMPO-OPCIONAL TO TRUE.
           PERFORM 8000-LER-CAMPO.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-CAMPO-ENTRADA TO WRK-P-NOME.

           MOVE "NOVO PRECO (EM BRANCO MANTEM)" TO WRK-CAMPO-ROTULO.
           MOVE 12 TO WRK-CAMPO-MAX.
           SET CAMPO-VALOR TO TRUE.
           SET CAMPO-OPCIONAL TO TRUE.
           PERFORM 8000-LER-CAMPO.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-CAMPO-ENTRADA TO WRK-P-PRECO.

           MOVE SPACES TO WRK-P-VIGENCIA.
           IF  WRK-P-PRECO NOT = SPACES
               MOVE "VIGENCIA AAAA-MM-DD (EM BRANCO HOJE)"
                   TO WRK-CAMPO-ROTULO
               MOVE 10 TO WRK-CAMPO-MAX
               SET CAMPO-DATA TO TRUE
               SET CAMPO-OPCIONAL TO TRUE
               PERFORM 8000-LER-CAMPO
               IF  CAMPO-CANCELADO
                   EXIT PARAGRAPH
               END-IF
               MOVE WRK-CAMPO-ENTRADA TO WRK-P-VIGENCIA
           END-IF.

           IF  WRK-P-NOME = SPACES AND WRK-P-PRECO = SPACES
               DISPLAY "NADA A ALTERAR."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY " ".
           DISPLAY "ALTERAR O PRODUTO " FUNCTION TRIM(WRK-P-ID) ":".
           IF  WRK-P-NOME NOT = SPACES
               DISPLAY "  NOME....: " FUNCTION TRIM(WRK-P-NOME)
           END-IF.
           IF  WRK-P-PRECO NOT = SPACES
               DISPLAY "  PRECO...: " FUNCTION TRIM(WRK-P-PRECO)
           END-IF.
           IF  WRK-P-VIGENCIA NOT = SPACES
               DISPLAY "  VIGENCIA: " WRK-P-VIGENCIA
           END-IF.

           MOVE "PROG-PRODUTOS-ADMIN" TO WRK-REQ-PROGRAMA.
           MOVE "ALTERAR" TO WRK-REQ-ACAO.
           PERFORM 7000-INICIAR-REQUISICAO.
           MOVE "ID" TO WRK-PAR-NOME.
           MOVE WRK-P-ID TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           MOVE "NOME" TO WRK-PAR-NOME.
           MOVE WRK-P-NOME TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           MOVE "PRECO" TO WRK-PAR-NOME.
           MOVE WRK-P-PRECO TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           MOVE "VIGENCIA" TO WRK-PAR-NOME.
           MOVE WRK-P-VIGENCIA TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           PERFORM 7250-EXECUTAR-ESCRITA.

       2250-SITUACAO-PRODUTO.

      * DESATIVAR OU ATIVAR, CONFORME WRK-REQ-ACAO.
           PERFORM 8100-LER-ID.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-REQ-ACAO TO WRK-ACAO-ESCRITA.
           PERFORM 2290-CONSULTAR-PRODUTO.
           IF  WRK-HTTP-STATUS-TXT NOT = "200"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY " ".
           DISPLAY FUNCTION TRIM(WRK-ACAO-ESCRITA) " O PRODUTO "
               FUNCTION TRIM(WRK-P-ID).

           MOVE "PROG-PRODUTOS-ADMIN" TO WRK-REQ-PROGRAMA.
           MOVE WRK-ACAO-ESCRITA TO WRK-REQ-ACAO.
           PERFORM 7000-INICIAR-REQUISICAO.
           MOVE "ID" TO WRK-PAR-NOME.
           MOVE WRK-P-ID TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           PERFORM 7250-EXECUTAR-ESCRITA.

       2290-CONSULTAR-PRODUTO.

           MOVE "PROG-PRODUTOS-ADMIN" TO WRK-REQ-PROGRAMA.
           MOVE "HISTORICO" TO WRK-REQ-ACAO.
           PERFORM 7000-INICIAR-REQUISICAO.
           MOVE "ID" TO WRK-PAR-NOME.
           MOVE WRK-P-ID TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           PERFORM 7200-EXECUTAR-LEITURA.

      ******************************************************************
      * CALENDARIO DE FERIADOS (PROG-CALENDARIO-ADMIN)
      ******************************************************************

       2300-MENU-CALENDARIO.

           DISPLAY " ".
           DISPLAY "--- CALENDARIO DE FERIADOS ---".
           DISPLAY "  1 - LISTAR".
           DISPLAY "  2 - INCLUIR FERIADO".
           DISPLAY "  3 - REMOVER FERIADO".
           DISPLAY "  0 - VOLTAR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           MOVE SPACES TO WRK-OPCAO.
           ACCEPT WRK-OPCAO.

           EVALUATE FUNCTION TRIM(WRK-OPCAO)
               WHEN "1"
                   PERFORM 2310-LISTAR-FERIADOS
               WHEN "2"
                   PERFORM 2320-INCLUIR-FERIADO
               WHEN "3"
                   PERFORM 2330-REMOVER-FERIADO
               WHEN "0"
                   SET VOLTAR-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       2310-LISTAR-FERIADOS.

           MOVE "PROG-CALENDARIO-ADMIN" TO WRK-REQ-PROGRAMA.
           MOVE "LISTAR" TO WRK-REQ-ACAO.
           PERFORM 7000-INICIAR-REQUISICAO.
           PERFORM 7200-EXECUTAR-LEITURA.

       2320-INCLUIR-FERIADO.

           MOVE "DATA DO FERIADO AAAA-MM-DD" TO WRK-CAMPO-ROTULO.
           MOVE 10 TO WRK-CAMPO-MAX.
           SET CAMPO-DATA TO TRUE.
           SET CAMPO-OBRIGATORIO TO TRUE.
           PERFORM 8000-LER-CAMPO.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-CAMPO-ENTRADA TO WRK-P-DATA.

           MOVE "DESCRICAO (OPCIONAL)" TO WRK-CAMPO-ROTULO.
           MOVE 100 TO WRK-CAMPO-MAX.
           SET CAMPO-TEXTO TO TRUE.
           SET CAMPO-OPCIONAL TO TRUE.
           PERFORM 8000-LER-CAMPO.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-CAMPO-ENTRADA TO WRK-P-DESCRICAO.

           DISPLAY " ".
           DISPLAY "INCLUIR FERIADO EM " WRK-P-DATA " "
               FUNCTION TRIM(WRK-P-DESCRICAO).

           MOVE "PROG-CALENDARIO-ADMIN" TO WRK-REQ-PROGRAMA.
           MOVE "INCLUIR" TO WRK-REQ-ACAO.
           PERFORM 7000-INICIAR-REQUISICAO.
           MOVE "DATA" TO WRK-PAR-NOME.
           MOVE WRK-P-DATA TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           MOVE "DESCRICAO" TO WRK-PAR-NOME.
           MOVE WRK-P-DESCRICAO TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           PERFORM 7250-EXECUTAR-ESCRITA.

       2330-REMOVER-FERIADO.

      * A ACAO NAO TEM DETALHE: A LISTA E MOSTRADA ANTES, PARA O
      * OPERADOR CONFERIR A DATA QUE VAI REMOVER.
           PERFORM 2310-LISTAR-FERIADOS.

           MOVE "DATA DO FERIADO AAAA-MM-DD" TO WRK-CAMPO-ROTULO.
           MOVE 10 TO WRK-CAMPO-MAX.
           SET CAMPO-DATA TO TRUE.
           SET CAMPO-OBRIGATORIO TO TRUE.
           PERFORM 8000-LER-CAMPO.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-CAMPO-ENTRADA TO WRK-P-DATA.

           DISPLAY " ".
           DISPLAY "REMOVER O FERIADO DE " WRK-P-DATA.

           MOVE "PROG-CALENDARIO-ADMIN" TO WRK-REQ-PROGRAMA.
           MOVE "REMOVER" TO WRK-REQ-ACAO.
           PERFORM 7000-INICIAR-REQUISICAO.
           MOVE "DATA" TO WRK-PAR-NOME.
           MOVE WRK-P-DATA TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           PERFORM 7250-EXECUTAR-ESCRITA.

      ******************************************************************
      * INCIDENTES (PROG-INCIDENTES)
      ******************************************************************

       2400-MENU-INCIDENTES.

           DISPLAY " ".
           DISPLAY "--- INCIDENTES ---".
           DISPLAY "  1 - LISTAR EM ANDAMENTO".
           DISPLAY "  2 - RECONHECER".
           DISPLAY "  3 - ANOTAR".
           DISPLAY "  4 - HISTORICO DE ESCALONAMENTO".
           DISPLAY "  0 - VOLTAR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           MOVE SPACES TO WRK-OPCAO.
           ACCEPT WRK-OPCAO.

           EVALUATE FUNCTION TRIM(WRK-OPCAO)
               WHEN "1"
                   PERFORM 2410-LISTAR-INCIDENTES
               WHEN "2"
                   PERFORM 2420-RECONHECER-INCIDENTE
               WHEN "3"
                   PERFORM 2430-ANOTAR-INCIDENTE
               WHEN "4"
                   PERFORM 2440-HISTORICO-INCIDENTE
               WHEN "0"
                   SET VOLTAR-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       2410-LISTAR-INCIDENTES.

           MOVE "PROG-INCIDENTES" TO WRK-REQ-PROGRAMA.
           MOVE "LISTAR" TO WRK-REQ-ACAO.
           PERFORM 7000-INICIAR-REQUISICAO.
           PERFORM 7200-EXECUTAR-LEITURA.

       2420-RECONHECER-INCIDENTE.

           PERFORM 2410-LISTAR-INCIDENTES.

           PERFORM 8100-LER-ID.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY " ".
           DISPLAY "RECONHECER O INCIDENTE " FUNCTION TRIM(WRK-P-ID).

           MOVE "PROG-INCIDENTES" TO WRK-REQ-PROGRAMA.
           MOVE "RECONHECER" TO WRK-REQ-ACAO.
           PERFORM 7000-INICIAR-REQUISICAO.
           MOVE "ID" TO WRK-PAR-NOME.
           MOVE WRK-P-ID TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           PERFORM 7250-EXECUTAR-ESCRITA.

       2430-ANOTAR-INCIDENTE.

           PERFORM 2410-LISTAR-INCIDENTES.

           PERFORM 8100-LER-ID.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.

           MOVE "NOTA" TO WRK-CAMPO-ROTULO.
           MOVE 200 TO WRK-CAMPO-MAX.
           SET CAMPO-TEXTO TO TRUE.
           SET CAMPO-OBRIGATORIO TO TRUE.
           PERFORM 8000-LER-CAMPO.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-CAMPO-ENTRADA TO WRK-P-NOTA.

           DISPLAY " ".
           DISPLAY "ANOTAR NO INCIDENTE " FUNCTION TRIM(WRK-P-ID) ": "
               FUNCTION TRIM(WRK-P-NOTA).

           MOVE "PROG-INCIDENTES" TO WRK-REQ-PROGRAMA.
           MOVE "ANOTAR" TO WRK-REQ-ACAO.
           PERFORM 7000-INICIAR-REQUISICAO.
           MOVE "ID" TO WRK-PAR-NOME.
           MOVE WRK-P-ID TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           MOVE "NOTA" TO WRK-PAR-NOME.
           MOVE WRK-P-NOTA TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           PERFORM 7250-EXECUTAR-ESCRITA.

       2440-HISTORICO-INCIDENTE.

           PERFORM 8100-LER-ID.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.

           MOVE "PROG-INCIDENTES" TO WRK-REQ-PROGRAMA.
           MOVE "HISTORICO" TO WRK-REQ-ACAO.
           PERFORM 7000-INICIAR-REQUISICAO.
           MOVE "ID" TO WRK-PAR-NOME.
           MOVE WRK-P-ID TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           PERFORM 7200-EXECUTAR-LEITURA.

      ******************************************************************
      * APROVACOES A QUATRO MAOS (PROG-APROVACOES)
      ******************************************************************

       2500-MENU-APROVACOES.

           DISPLAY " ".
           DISPLAY "--- APROVACOES ---".
           DISPLAY "  1 - LISTAR PENDENTES".
           DISPLAY "  2 - APROVAR".
           DISPLAY "  3 - REJEITAR".
           DISPLAY "  0 - VOLTAR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           MOVE SPACES TO WRK-OPCAO.
           ACCEPT WRK-OPCAO.

           EVALUATE FUNCTION TRIM(WRK-OPCAO)
               WHEN "1"
                   PERFORM 2510-LISTAR-APROVACOES
               WHEN "2"
                   MOVE "APROVAR" TO WRK-REQ-ACAO
                   PERFORM 2520-DECIDIR-APROVACAO
               WHEN "3"
                   MOVE "REJEITAR" TO WRK-REQ-ACAO
                   PERFORM 2520-DECIDIR-APROVACAO
               WHEN "0"
                   SET VOLTAR-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       2510-LISTAR-APROVACOES.

           MOVE "PROG-APROVACOES" TO WRK-REQ-PROGRAMA.
           MOVE "LISTAR" TO WRK-REQ-ACAO.
           PERFORM 7000-INICIAR-REQUISICAO.
           PERFORM 7200-EXECUTAR-LEITURA.

       2520-DECIDIR-APROVACAO.

      * APROVAR OU REJEITAR, CONFORME WRK-REQ-ACAO. A RECUSA DO
      * APROVADOR IGUAL AO SOLICITANTE CONTINUA SENDO DA ACAO.
           MOVE WRK-REQ-ACAO TO WRK-ACAO-ESCRITA.
           PERFORM 2510-LISTAR-APROVACOES.

           PERFORM 8100-LER-ID.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY " ".
           DISPLAY FUNCTION TRIM(WRK-ACAO-ESCRITA) " A SOLICITACAO "
               FUNCTION TRIM(WRK-P-ID).

           MOVE "PROG-APROVACOES" TO WRK-REQ-PROGRAMA.
           MOVE WRK-ACAO-ESCRITA TO WRK-REQ-ACAO.
           PERFORM 7000-INICIAR-REQUISICAO.
           MOVE "ID" TO WRK-PAR-NOME.
           MOVE WRK-P-ID TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           PERFORM 7250-EXECUTAR-ESCRITA.

      ******************************************************************
      * FILA DE TRABALHO (PROG-FILA-TRABALHO)
      ******************************************************************

       2600-MENU-FILA.

           DISPLAY " ".
           DISPLAY "--- FILA DE TRABALHO ---".
           DISPLAY "  1 - LISTAR".
           DISPLAY "  2 - DETALHE DE UM ITEM".
           DISPLAY "  3 - ASSUMIR ITEM".
           DISPLAY "  4 - LIBERAR ITEM".
           DISPLAY "  5 - ANOTAR ITEM".
           DISPLAY "  0 - VOLTAR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           MOVE SPACES TO WRK-OPCAO.
           ACCEPT WRK-OPCAO.

           EVALUATE FUNCTION TRIM(WRK-OPCAO)
               WHEN "1"
                   PERFORM 2610-LISTAR-FILA
               WHEN "2"
                   PERFORM 2620-DETALHAR-ITEM
               WHEN "3"
                   MOVE "ASSUMIR" TO WRK-REQ-ACAO
                   PERFORM 2630-MOVIMENTAR-ITEM
               WHEN "4"
                   MOVE "LIBERAR" TO WRK-REQ-ACAO
                   PERFORM 2630-MOVIMENTAR-ITEM
               WHEN "5"
                   MOVE "ANOTAR" TO WRK-REQ-ACAO
                   PERFORM 2630-MOVIMENTAR-ITEM
               WHEN "0"
                   SET VOLTAR-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       2610-LISTAR-FILA.

           MOVE "PROG-FILA-TRABALHO" TO WRK-REQ-PROGRAMA.
           MOVE "LISTAR" TO WRK-REQ-ACAO.
           PERFORM 7000-INICIAR-REQUISICAO.
           PERFORM 7200-EXECUTAR-LEITURA.

       2620-DETALHAR-ITEM.

           PERFORM 8200-LER-ITEM-FILA.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2690-CONSULTAR-ITEM.

       2630-MOVIMENTAR-ITEM.

      * ASSUMIR, LIBERAR OU ANOTAR, CONFORME WRK-REQ-ACAO; O ITEM E
      * MOSTRADO ANTES DA CONFIRMACAO.
           MOVE WRK-REQ-ACAO TO WRK-ACAO-ESCRITA.

           PERFORM 8200-LER-ITEM-FILA.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2690-CONSULTAR-ITEM.
           IF  WRK-HTTP-STATUS-TXT NOT = "200"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WRK-P-NOTA.
           IF  WRK-ACAO-ESCRITA = "ANOTAR"
               MOVE "NOTA" TO WRK-CAMPO-ROTULO
               MOVE 200 TO WRK-CAMPO-MAX
               SET CAMPO-TEXTO TO TRUE
               SET CAMPO-OBRIGATORIO TO TRUE
               PERFORM 8000-LER-CAMPO
               IF  CAMPO-CANCELADO
                   EXIT PARAGRAPH
               END-IF
               MOVE WRK-CAMPO-ENTRADA TO WRK-P-NOTA
           END-IF.

           DISPLAY " ".
           DISPLAY FUNCTION TRIM(WRK-ACAO-ESCRITA) " O ITEM "
               FUNCTION TRIM(WRK-P-TIPO) "/"
               FUNCTION TRIM(WRK-P-CHAVE).

           MOVE "PROG-FILA-TRABALHO" TO WRK-REQ-PROGRAMA.
           MOVE WRK-ACAO-ESCRITA TO WRK-REQ-ACAO.
           PERFORM 7000-INICIAR-REQUISICAO.
           MOVE "TIPO" TO WRK-PAR-NOME.
           MOVE WRK-P-TIPO TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           MOVE "CHAVE" TO WRK-PAR-NOME.
           MOVE WRK-P-CHAVE TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           MOVE "NOTA" TO WRK-PAR-NOME.
           MOVE WRK-P-NOTA TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           PERFORM 7250-EXECUTAR-ESCRITA.

       2690-CONSULTAR-ITEM.

           MOVE "PROG-FILA-TRABALHO" TO WRK-REQ-PROGRAMA.
           MOVE "DETALHE" TO WRK-REQ-ACAO.
           PERFORM 7000-INICIAR-REQUISICAO.
           MOVE "TIPO" TO WRK-PAR-NOME.
           MOVE WRK-P-TIPO TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           MOVE "CHAVE" TO WRK-PAR-NOME.
           MOVE WRK-P-CHAVE TO WRK-PAR-VALOR.
           PERFORM 7100-ACRESCENTAR-PARAMETRO.
           PERFORM 7200-EXECUTAR-LEITURA.

      ******************************************************************
      * EXECUCAO DAS ACOES
      ******************************************************************

       7000-INICIAR-REQUISICAO.

           MOVE SPACES TO WRK-REQ-ENVS.
           MOVE SPACES TO WRK-REQ-QUERY.
           MOVE 1 TO WRK-PTR-ENVS.
           MOVE 1 TO WRK-PTR-QUERY.

           STRING
               "QS_ACAO='" FUNCTION TRIM(WRK-REQ-ACAO) "' "
               DELIMITED BY SIZE
               INTO WRK-REQ-ENVS
               WITH POINTER WRK-PTR-ENVS
           END-STRING.

           STRING
               "acao=" FUNCTION TRIM(WRK-REQ-ACAO)
               DELIMITED BY SIZE
               INTO WRK-REQ-QUERY
               WITH POINTER WRK-PTR-QUERY
           END-STRING.

       7100-ACRESCENTAR-PARAMETRO.

      * PARAMETRO EM BRANCO NAO E ENVIADO (A ACAO APLICA O PADRAO
      * DELA). NA QUERY STRING DA AUDITORIA O ESPACO VIRA '+', COMO
      * NO FORMULARIO DA WEB.
           IF  WRK-PAR-VALOR = SPACES
               EXIT PARAGRAPH
           END-IF.

           STRING
               "QS_" FUNCTION TRIM(WRK-PAR-NOME) "='"
               FUNCTION TRIM(WRK-PAR-VALOR) "' "
               DELIMITED BY SIZE
               INTO WRK-REQ-ENVS
               WITH POINTER WRK-PTR-ENVS
           END-STRING.

           MOVE FUNCTION TRIM(WRK-PAR-VALOR) TO WRK-PAR-VALOR-QS.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-PAR-VALOR))
               TO WRK-PAR-TAM.
           INSPECT WRK-PAR-VALOR-QS(1:WRK-PAR-TAM)
               REPLACING ALL SPACE BY "+".

           STRING
               "&" FUNCTION LOWER-CASE(FUNCTION TRIM(WRK-PAR-NOME))
               "=" WRK-PAR-VALOR-QS(1:WRK-PAR-TAM)
               DELIMITED BY SIZE
               INTO WRK-REQ-QUERY
               WITH POINTER WRK-PTR-QUERY
           END-STRING.

       7200-EXECUTAR-LEITURA.

           MOVE "GET" TO WRK-REQ-METODO.
           MOVE SPACES TO WRK-IDEM-KEY.
           PERFORM 7300-EXECUTAR-COMANDO.
           PERFORM 7500-EXIBIR-SAIDA.

       7250-EXECUTAR-ESCRITA.

           PERFORM 7600-CONFIRMAR.
           IF  OPERACAO-DESISTIDA
               DISPLAY "OPERACAO CANCELADA."
               EXIT PARAGRAPH
           END-IF.

      * UMA CHAVE DE IDEMPOTENCIA POR OPERACAO CONFIRMADA; A
      * REPETICAO DEPOIS DE UMA FALHA SEM RESPOSTA USA A MESMA.
           ADD 1 TO WRK-SEQ-OPERACAO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-CORRENTE.
           MOVE SPACES TO WRK-IDEM-KEY.
           STRING
               "CONSOLE-" WRK-DATA-HORA-CORRENTE(1:16) "-"
               WRK-SEQ-OPERACAO
               DELIMITED BY SIZE
               INTO WRK-IDEM-KEY
           END-STRING.

           MOVE "POST" TO WRK-REQ-METODO.
           PERFORM 7300-EXECUTAR-COMANDO.

           IF  ACAO-NAO-RESPONDEU
               DISPLAY "A ACAO NAO RESPONDEU. REPETIR COM A MESMA "
                   "CHAVE DE IDEMPOTENCIA (S/N)? " WITH NO ADVANCING
               MOVE SPACES TO WRK-RESPOSTA
               ACCEPT WRK-RESPOSTA
               IF  WRK-RESPOSTA = "S" OR WRK-RESPOSTA = "s"
                   PERFORM 7300-EXECUTAR-COMANDO
               END-IF
           END-IF.

           PERFORM 7500-EXIBIR-SAIDA.

       7300-EXECUTAR-COMANDO.

           MOVE SPACES TO WRK-CMD.

           IF  WRK-IDEM-KEY = SPACES
               STRING
                   "HTTP_X_API_KEY='" FUNCTION TRIM(WRK-API-KEY) "' "
                   "REMOTE_ADDR='" FUNCTION TRIM(WRK-ORIGEM-CONSOLE)
                   "' "
                   "REQUEST_METHOD='" FUNCTION TRIM(WRK-REQ-METODO)
                   "' "
                   "QUERY_STRING='" FUNCTION TRIM(WRK-REQ-QUERY) "' "
                   FUNCTION TRIM(WRK-REQ-ENVS) " "
                   FUNCTION TRIM(WRK-BIN-DIR) "/"
                   FUNCTION TRIM(WRK-REQ-PROGRAMA)
                   " > " FUNCTION TRIM(WRK-ARQ-SAIDA-NOME) " 2>&1"
                   DELIMITED BY SIZE
                   INTO WRK-CMD
               END-STRING
           ELSE
               STRING
                   "HTTP_X_API_KEY='" FUNCTION TRIM(WRK-API-KEY) "' "
                   "HTTP_X_IDEMPOTENCY_KEY='"
                   FUNCTION TRIM(WRK-IDEM-KEY) "' "
                   "REMOTE_ADDR='" FUNCTION TRIM(WRK-ORIGEM-CONSOLE)
                   "' "
                   "REQUEST_METHOD='" FUNCTION TRIM(WRK-REQ-METODO)
                   "' "
                   "QUERY_STRING='" FUNCTION TRIM(WRK-REQ-QUERY) "' "
                   FUNCTION TRIM(WRK-REQ-ENVS) " "
                   FUNCTION TRIM(WRK-BIN-DIR) "/"
                   FUNCTION TRIM(WRK-REQ-PROGRAMA)
                   " > " FUNCTION TRIM(WRK-ARQ-SAIDA-NOME) " 2>&1"
                   DELIMITED BY SIZE
                   INTO WRK-CMD
               END-STRING
           END-IF.

           CALL "SYSTEM" USING WRK-CMD END-CALL.
           MOVE ZERO TO RETURN-CODE.

           PERFORM 7400-INTERPRETAR-SAIDA.

       7400-INTERPRETAR-SAIDA.

      * O ENVELOPE DAS ACOES TRAZ O HTTP-STATUS E A MENSAGEM NO
      * INICIO DA LINHA; SEM HTTP-STATUS, A ACAO NAO RESPONDEU.
           MOVE SPACES TO WRK-HTTP-STATUS-TXT.
           MOVE SPACES TO WRK-MSG-RESPOSTA.
           SET ACAO-NAO-RESPONDEU TO TRUE.
           SET NAO-FIM-ARQ-SAIDA TO TRUE.

           OPEN INPUT ARQ-SAIDA-CONSOLE.

           IF  WRK-FS-ARQ-SAIDA NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 7410-LER-LINHA-SAIDA.
           PERFORM 7420-CONFERIR-LINHA UNTIL FIM-ARQ-SAIDA.

           CLOSE ARQ-SAIDA-CONSOLE.

       7410-LER-LINHA-SAIDA.

           READ ARQ-SAIDA-CONSOLE
               AT END SET FIM-ARQ-SAIDA TO TRUE
           END-READ.

       7420-CONFERIR-LINHA.

           IF  REG-SAIDA-CONSOLE(1:15) = '"http-status": '
           AND WRK-HTTP-STATUS-TXT = SPACES
               MOVE REG-SAIDA-CONSOLE(16:3) TO WRK-HTTP-STATUS-TXT
               SET ACAO-RESPONDEU TO TRUE
           END-IF.

           IF  REG-SAIDA-CONSOLE(1:8) = '"msg": "'
           AND WRK-MSG-RESPOSTA = SPACES
               MOVE REG-SAIDA-CONSOLE(9:) TO WRK-MSG-RESPOSTA
               INSPECT WRK-MSG-RESPOSTA REPLACING ALL '",' BY SPACES
           END-IF.

           PERFORM 7410-LER-LINHA-SAIDA.

       7500-EXIBIR-SAIDA.

           DISPLAY " ".

           IF  ACAO-NAO-RESPONDEU
               DISPLAY "SEM RESPOSTA DE "
                   FUNCTION TRIM(WRK-REQ-PROGRAMA)
                   " (BINARIO AUSENTE OU FALHA NA EXECUCAO)."
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WRK-HTTP-STATUS-TXT
               WHEN "200"
               WHEN "201"
                   DISPLAY "HTTP " WRK-HTTP-STATUS-TXT ": OK"
               WHEN "401"
                   DISPLAY "HTTP 401: CHAVE DE API RECUSADA."
               WHEN "403"
                   DISPLAY "HTTP 403: OPERACAO NAO PERMITIDA PARA O "
                       "PAPEL DA CHAVE."
               WHEN "503"
                   DISPLAY "HTTP 503: SISTEMA EM MANUTENCAO OU "
                       "INDISPONIVEL."
               WHEN OTHER
                   DISPLAY "HTTP " WRK-HTTP-STATUS-TXT
           END-EVALUATE.

           IF  WRK-MSG-RESPOSTA NOT = SPACES
               DISPLAY "MENSAGEM: " FUNCTION TRIM(WRK-MSG-RESPOSTA)
           END-IF.

      * O CORPO DA RESPOSTA E PAGINADO DE 20 EM 20 LINHAS, SEM OS
      * CABECALHOS CGI.
           MOVE ZERO TO WRK-QTD-LINHAS-TELA.
           SET NOS-CABECALHOS TO TRUE.
           SET NAO-FIM-ARQ-SAIDA TO TRUE.

           OPEN INPUT ARQ-SAIDA-CONSOLE.

           IF  WRK-FS-ARQ-SAIDA NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 7410-LER-LINHA-SAIDA.
           PERFORM 7510-EXIBIR-LINHA UNTIL FIM-ARQ-SAIDA.

           CLOSE ARQ-SAIDA-CONSOLE.

       7510-EXIBIR-LINHA.

           IF  NOS-CABECALHOS
               IF  REG-SAIDA-CONSOLE(1:1) = "{"
               OR  REG-SAIDA-CONSOLE(1:1) = "["
                   SET NO-CORPO TO TRUE
               END-IF
           END-IF.

           IF  NO-CORPO
               DISPLAY FUNCTION TRIM(REG-SAIDA-CONSOLE TRAILING)
               ADD 1 TO WRK-QTD-LINHAS-TELA
               IF  WRK-QTD-LINHAS-TELA >= 20
                   MOVE ZERO TO WRK-QTD-LINHAS-TELA
                   DISPLAY "-- ENTER CONTINUA, F ENCERRA -- "
                       WITH NO ADVANCING
                   MOVE SPACES TO WRK-RESPOSTA
                   ACCEPT WRK-RESPOSTA
                   IF  WRK-RESPOSTA = "F" OR WRK-RESPOSTA = "f"
                       SET FIM-ARQ-SAIDA TO TRUE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.

           PERFORM 7410-LER-LINHA-SAIDA.

       7600-CONFIRMAR.

           SET OPERACAO-DESISTIDA TO TRUE.

           DISPLAY "CONFIRMA A OPERACAO (S/N)? " WITH NO ADVANCING.
           MOVE SPACES TO WRK-RESPOSTA.
           ACCEPT WRK-RESPOSTA.

           IF  WRK-RESPOSTA = "S" OR WRK-RESPOSTA = "s"
               SET OPERACAO-CONFIRMADA TO TRUE
           END-IF.

      ******************************************************************
      * LEITURA E VALIDACAO DE CAMPOS
      ******************************************************************

       8000-LER-CAMPO.

      * O CAMPO E PEDIDO ATE VIR VALIDO; "*" DESISTE DA OPERACAO.
           SET CAMPO-INVALIDO TO TRUE.
           PERFORM 8010-SOLICITAR-CAMPO
               UNTIL CAMPO-VALIDO OR CAMPO-CANCELADO.

       8010-SOLICITAR-CAMPO.

           DISPLAY FUNCTION TRIM(WRK-CAMPO-ROTULO) " (* DESISTE): "
               WITH NO ADVANCING.
           MOVE SPACES TO WRK-CAMPO-ENTRADA.
           ACCEPT WRK-CAMPO-ENTRADA.

           IF  FUNCTION TRIM(WRK-CAMPO-ENTRADA) = "*"
               SET CAMPO-CANCELADO TO TRUE
               DISPLAY "OPERACAO CANCELADA."
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(WRK-CAMPO-ENTRADA) TO WRK-CAMPO-ENTRADA.
           MOVE SPACES TO WRK-CAMPO-MSG.

           IF  WRK-CAMPO-ENTRADA = SPACES
               IF  CAMPO-OBRIGATORIO
                   MOVE "CAMPO OBRIGATORIO." TO WRK-CAMPO-MSG
               ELSE
                   SET CAMPO-VALIDO TO TRUE
               END-IF
           ELSE
               PERFORM 8020-VALIDAR-CAMPO
           END-IF.

           IF  WRK-CAMPO-MSG NOT = SPACES
               DISPLAY "  " FUNCTION TRIM(WRK-CAMPO-MSG)
           END-IF.

       8020-VALIDAR-CAMPO.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-CAMPO-ENTRADA))
               TO WRK-CAMPO-TAM.

           IF  WRK-CAMPO-TAM > WRK-CAMPO-MAX
               MOVE "TAMANHO ACIMA DO PERMITIDO." TO WRK-CAMPO-MSG
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WRK-QTD-APOSTROFO.
           INSPECT WRK-CAMPO-ENTRADA TALLYING WRK-QTD-APOSTROFO
               FOR ALL "'".
           IF  WRK-QTD-APOSTROFO > ZERO
               MOVE "APOSTROFO NAO E ACEITO NO CAMPO." TO WRK-CAMPO-MSG
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN CAMPO-ID
                   IF  WRK-CAMPO-ENTRADA(1:WRK-CAMPO-TAM)
                           IS NOT NUMERIC
                       MOVE "INFORME SO DIGITOS." TO WRK-CAMPO-MSG
                   END-IF
               WHEN CAMPO-DATA
                   PERFORM 8030-VALIDAR-DATA
               WHEN CAMPO-VALOR
                   PERFORM 8040-VALIDAR-VALOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF  WRK-CAMPO-MSG = SPACES
               SET CAMPO-VALIDO TO TRUE
           END-IF.

       8030-VALIDAR-DATA.

           IF  WRK-CAMPO-TAM NOT = 10
           OR  WRK-CAMPO-ENTRADA(5:1) NOT = "-"
           OR  WRK-CAMPO-ENTRADA(8:1) NOT = "-"
           OR  WRK-CAMPO-ENTRADA(1:4) IS NOT NUMERIC
           OR  WRK-CAMPO-ENTRADA(6:2) IS NOT NUMERIC
           OR  WRK-CAMPO-ENTRADA(9:2) IS NOT NUMERIC
           OR  WRK-CAMPO-ENTRADA(6:2) < "01"
           OR  WRK-CAMPO-ENTRADA(6:2) > "12"
           OR  WRK-CAMPO-ENTRADA(9:2) < "01"
           OR  WRK-CAMPO-ENTRADA(9:2) > "31"
               MOVE "DATA DEVE ESTAR NO FORMATO AAAA-MM-DD."
                   TO WRK-CAMPO-MSG
           END-IF.

       8040-VALIDAR-VALOR.

      * DIGITOS COM NO MAXIMO UM PONTO DECIMAL E DUAS CASAS.
           MOVE ZERO TO WRK-QTD-PONTO.
           MOVE ZERO TO WRK-POS-PONTO.
           PERFORM 8050-CONFERIR-CARACTER-VALOR
               VARYING WRK-CAMPO-IDX FROM 1 BY 1
               UNTIL WRK-CAMPO-IDX > WRK-CAMPO-TAM
                  OR WRK-CAMPO-MSG NOT = SPACES.

           IF  WRK-CAMPO-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF  WRK-QTD-PONTO > 1
           OR  WRK-POS-PONTO = 1
           OR  WRK-POS-PONTO = WRK-CAMPO-TAM
           OR (WRK-POS-PONTO > ZERO
               AND WRK-CAMPO-TAM - WRK-POS-PONTO > 2)
               MOVE "VALOR INVALIDO (USE 1234.56)." TO WRK-CAMPO-MSG
           END-IF.

       8050-CONFERIR-CARACTER-VALOR.

           IF  WRK-CAMPO-ENTRADA(WRK-CAMPO-IDX:1) = "."
               ADD 1 TO WRK-QTD-PONTO
               MOVE WRK-CAMPO-IDX TO WRK-POS-PONTO
           ELSE
               IF  WRK-CAMPO-ENTRADA(WRK-CAMPO-IDX:1) IS NOT NUMERIC
                   MOVE "VALOR INVALIDO (USE 1234.56)."
                       TO WRK-CAMPO-MSG
               END-IF
           END-IF.

       8100-LER-ID.

           MOVE "ID" TO WRK-CAMPO-ROTULO.
           MOVE 10 TO WRK-CAMPO-MAX.
           SET CAMPO-ID TO TRUE.
           SET CAMPO-OBRIGATORIO TO TRUE.
           PERFORM 8000-LER-CAMPO.
           MOVE WRK-CAMPO-ENTRADA TO WRK-P-ID.

       8200-LER-ITEM-FILA.

      * O ITEM DA FILA E IDENTIFICADO POR TIPO E CHAVE, COMO NA
      * LISTAGEM DE PROG-FILA-TRABALHO.
           MOVE "TIPO DO ITEM (EX.: INCIDENTE)" TO WRK-CAMPO-ROTULO.
           MOVE 30 TO WRK-CAMPO-MAX.
           SET CAMPO-TEXTO TO TRUE.
           SET CAMPO-OBRIGATORIO TO TRUE.
           PERFORM 8000-LER-CAMPO.
           IF  CAMPO-CANCELADO
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WRK-CAMPO-ENTRADA) TO WRK-P-TIPO.

           MOVE "CHAVE DO ITEM" TO WRK-CAMPO-ROTULO.
           MOVE 60 TO WRK-CAMPO-MAX.
           SET CAMPO-TEXTO TO TRUE.
           SET CAMPO-OBRIGATORIO TO TRUE.
           PERFORM 8000-LER-CAMPO.
           MOVE WRK-CAMPO-ENTRADA TO WRK-P-CHAVE.

      ******************************************************************
      * ENCERRAMENTO
      ******************************************************************

       9000-FINALIZAR.

           CALL "CBL_DELETE_FILE"
               USING WRK-ARQ-SAIDA-NOME
               END-CALL.
           MOVE ZERO TO RETURN-CODE.

           DISPLAY "CONSOLE ENCERRADO.".
