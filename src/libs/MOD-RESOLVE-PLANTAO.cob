       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOD-RESOLVE-PLANTAO.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - MODULO QUE RESOLVE QUEM ESTA DE PLANTAO AGORA NA ESCALA
      *     DE PLANTAO (TABELA PLANTAO_ESCALA, MANTIDA POR
      *     PROG-PLANTAO-ADMIN): O DIA E UTIL OU NAO-UTIL PELO
      *     CALENDARIO DE MOD-DIA-UTIL (FIM DE SEMANA E
      *     CALENDARIO_FERIADOS), E VALE A FAIXA DE HORARIO QUE
      *     CONTEM A HORA CORRENTE — A ESCALA DO DIA ESPECIFICO
      *     PREVALECE SOBRE A DO TIPO DE DIA, E ENTRE FAIXAS
      *     SOBREPOSTAS A MAIS RECENTE. DEVOLVE O TIPO DO DIA E, PARA
      *     O PRIMARIO E O SECUNDARIO, ID (ZERO QUANDO NAO HA), NOME
      *     E A LISTA DE DISTRIBUICAO DE E-MAIL QUE ALCANCA A PESSOA
      *     (PLANTAO_CONTATOS; SEM CONTATO, A LISTA DA CONFIGURACAO
      *     PLANTAO.LISTA_PADRAO, PADRAO "PLANTAO"). FALHA DE
      *     CONEXAO E MELHOR ESFORCO, COMO OS DEMAIS MODULOS DE
      *     APOIO: SEM BANCO, NINGUEM ESTA DE PLANTAO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).

       77  WRK-DIA                         PIC X(10).
       77  WRK-DIA-UTIL                    PIC X(1).
           88  DIA-UTIL                                VALUE 'S'.
       77  WRK-DIA-ANTERIOR                PIC X(10).

       77  WRK-CFG-CHAVE                   PIC X(60)
               VALUE "plantao.lista_padrao".
       77  WRK-CFG-VALOR                   PIC X(255).
       77  WRK-CFG-ENCONTRADA              PIC X(1).
           88  CONFIG-ENCONTRADA                       VALUE 'S'.
       77  WRK-LISTA-PADRAO                PIC X(60).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER          PIC X(1024).

       01  WRK-PLANTAO-VARS.
           05 PLN-TIPO-DIA        PIC X(8).
           05 PLN-PRIMARIO-ID     PIC 9(10).
           05 PLN-PRIMARIO-NOME   PIC X(60).
           05 PLN-PRIMARIO-LISTA  PIC X(60).
           05 PLN-SECUNDARIO-ID   PIC 9(10).
           05 PLN-SECUNDARIO-NOME PIC X(60).
           05 PLN-SECUNDARIO-LISTA PIC X(60).

       EXEC SQL END DECLARE SECTION END-EXEC.


       LINKAGE SECTION.

       77  LS-TIPO-DIA             PIC X(8).
       77  LS-PRIMARIO-ID          PIC 9(10).
       77  LS-PRIMARIO-NOME        PIC X(60).
       77  LS-PRIMARIO-LISTA       PIC X(60).
       77  LS-SECUNDARIO-ID        PIC 9(10).
       77  LS-SECUNDARIO-NOME      PIC X(60).
       77  LS-SECUNDARIO-LISTA     PIC X(60).


       PROCEDURE DIVISION USING LS-TIPO-DIA, LS-PRIMARIO-ID,
               LS-PRIMARIO-NOME, LS-PRIMARIO-LISTA, LS-SECUNDARIO-ID,
               LS-SECUNDARIO-NOME, LS-SECUNDARIO-LISTA.

       MAIN-PROCEDURE.

           MOVE SPACES TO LS-TIPO-DIA.
           MOVE ZERO   TO LS-PRIMARIO-ID.
           MOVE SPACES TO LS-PRIMARIO-NOME.
           MOVE SPACES TO LS-PRIMARIO-LISTA.
           MOVE ZERO   TO LS-SECUNDARIO-ID.
           MOVE SPACES TO LS-SECUNDARIO-NOME.
           MOVE SPACES TO LS-SECUNDARIO-LISTA.

           PERFORM PROC-CONECTAR-BANCO-COB-DEV.
           PERFORM PROC-GARANTIR-TABELAS.
           PERFORM PROC-CLASSIFICAR-DIA.
           PERFORM PROC-RESOLVER-ESCALA.
           PERFORM PROC-LIBERAR-RECURSOS.
           EXIT PROGRAM.

       PROC-CONECTAR-BANCO-COB-DEV.

           MOVE "OBTER" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

           IF  NOT CONEXAO-DISPONIVEL
               EXIT PROGRAM
           END-IF.

       PROC-GARANTIR-TABELAS.

      * AS MESMAS TABELAS DE PROG-PLANTAO-ADMIN.
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

           IF  SQLCODE NOT EQUAL ZERO
               PERFORM PROC-LIBERAR-RECURSOS
               EXIT PROGRAM
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS plantao_contatos (
                   operador_id   INT NOT NULL PRIMARY KEY,
                   lista         VARCHAR(60) NOT NULL,
                   atualizado_em DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               PERFORM PROC-LIBERAR-RECURSOS
               EXIT PROGRAM
           END-IF.

       PROC-CLASSIFICAR-DIA.

      * DIA EM BRANCO: MOD-DIA-UTIL CLASSIFICA O DIA CORRENTE.
           MOVE SPACES TO WRK-DIA.
           CALL 'MOD-DIA-UTIL'
               USING WRK-DIA, WRK-DIA-UTIL, WRK-DIA-ANTERIOR
               END-CALL.

           IF  DIA-UTIL
               MOVE "UTIL" TO PLN-TIPO-DIA
           ELSE
               MOVE "NAO-UTIL" TO PLN-TIPO-DIA
           END-IF.
           MOVE PLN-TIPO-DIA TO LS-TIPO-DIA.

       PROC-RESOLVER-ESCALA.

           EXEC SQL
               SELECT e.primario_id,
                      COALESCE(p.nome, ''),
                      COALESCE(cp.lista, ''),
                      COALESCE(e.secundario_id, 0),
                      COALESCE(s.nome, ''),
                      COALESCE(cs.lista, '')
                 INTO :PLN-PRIMARIO-ID, :PLN-PRIMARIO-NOME,
                      :PLN-PRIMARIO-LISTA, :PLN-SECUNDARIO-ID,
                      :PLN-SECUNDARIO-NOME, :PLN-SECUNDARIO-LISTA
                 FROM plantao_escala e
                 LEFT JOIN operadores p
                   ON p.id = e.primario_id
                 LEFT JOIN plantao_contatos cp
                   ON cp.operador_id = e.primario_id
                 LEFT JOIN operadores s
                   ON s.id = e.secundario_id
                 LEFT JOIN plantao_contatos cs
                   ON cs.operador_id = e.secundario_id
                WHERE (e.dia = CURRENT_DATE
                       OR (e.dia IS NULL
                           AND e.tipo_dia = :PLN-TIPO-DIA))
                  AND CURRENT_TIME >= e.hora_inicio
                  AND CURRENT_TIME <  e.hora_fim
                ORDER BY e.dia IS NULL, e.id DESC
                LIMIT 1
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.

           PERFORM PROC-LER-LISTA-PADRAO.

           IF  PLN-PRIMARIO-LISTA = SPACES
               MOVE WRK-LISTA-PADRAO TO PLN-PRIMARIO-LISTA
           END-IF.
           IF  PLN-SECUNDARIO-ID NOT = ZERO
           AND PLN-SECUNDARIO-LISTA = SPACES
               MOVE WRK-LISTA-PADRAO TO PLN-SECUNDARIO-LISTA
           END-IF.

           MOVE PLN-PRIMARIO-ID      TO LS-PRIMARIO-ID.
           MOVE PLN-PRIMARIO-NOME    TO LS-PRIMARIO-NOME.
           MOVE PLN-PRIMARIO-LISTA   TO LS-PRIMARIO-LISTA.
           MOVE PLN-SECUNDARIO-ID    TO LS-SECUNDARIO-ID.
           MOVE PLN-SECUNDARIO-NOME  TO LS-SECUNDARIO-NOME.
           MOVE PLN-SECUNDARIO-LISTA TO LS-SECUNDARIO-LISTA.

       PROC-LER-LISTA-PADRAO.

           MOVE "plantao" TO WRK-LISTA-PADRAO.
           MOVE SPACES TO WRK-CFG-VALOR.
           CALL 'MOD-LE-CONFIG'
               USING WRK-CFG-CHAVE, WRK-CFG-VALOR, WRK-CFG-ENCONTRADA
               END-CALL.
           IF  CONFIG-ENCONTRADA
           AND FUNCTION TRIM(WRK-CFG-VALOR) NOT = SPACES
               MOVE FUNCTION TRIM(WRK-CFG-VALOR) TO WRK-LISTA-PADRAO
           END-IF.

       PROC-LIBERAR-RECURSOS.
      * A SESSAO E COMPARTILHADA DA REQUISICAO (MOD-CONEXAO-BD) E
      * NAO E FECHADA AQUI; QUEM A ABRIU E ENCERRA NO FIM.
           CONTINUE.
