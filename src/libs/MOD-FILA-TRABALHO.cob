       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOD-FILA-TRABALHO.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - MODULO QUE MONTA A FILA DE TRABALHO UNICA DOS
      *     OPERADORES A PARTIR DAS FILAS DE ACHADOS E PROPOSTAS QUE
      *     CADA ACAO MANTINHA SOZINHA: ACHADOS DE VALIDACAO NAO
      *     RESOLVIDOS (VALIDACAO_ACHADOS), CHAVES ORFAS DA ULTIMA
      *     VERIFICACAO DE INTEGRIDADE (INTEGRIDADE_ACHADOS),
      *     PROPOSTAS DE MESCLA PENDENTES (MESCLA_PROPOSTAS),
      *     DIVERGENCIAS DA ULTIMA RECONCILIACAO
      *     (RECONCILIACAO_DETALHE), ENTREGAS MORTAS DE NOTIFICACAO
      *     (NOTIFICACAO_ENTREGAS), APROVACOES PENDENTES NO PRAZO
      *     (APROVACOES_PENDENTES) E INCIDENTES NAO FECHADOS
      *     (INCIDENTES). OS ITENS EM ABERTO SAO LIDOS NA HORA DAS
      *     PROPRIAS TABELAS DE ORIGEM PARA A TABELA TEMPORARIA DA
      *     SESSAO FILA_ABERTOS (TIPO, CHAVE, DESCRICAO, CRIADO_EM),
      *     QUE O CHAMADOR CONSULTA EM SEGUIDA NA MESMA SESSAO
      *     (MOD-CONEXAO-BD); ASSIM, O ITEM RESOLVIDO NA ACAO DE
      *     ORIGEM SAI DA FILA SEM NENHUM PASSO A MAIS. O ESTADO DA
      *     FILA (PRIMEIRA VEZ VISTO, OPERADOR ATRIBUIDO) FICA EM
      *     FILA_TRABALHO, SINCRONIZADA A CADA MONTAGEM: ITEM NOVO
      *     GANHA LINHA, ITEM QUE SAIU DA ORIGEM PERDE A SUA. A
      *     CHAVE DO ITEM E NATURAL (REGRA:REGISTRO, RELACIONAMENTO:
      *     CHAVE, LADO:REGISTRO OU O ID DA ORIGEM), PARA SOBREVIVER
      *     AOS BATCHES QUE REFAZEM OS ACHADOS A CADA EXECUCAO.
      *     ORIGEM ILEGIVEL (TABELA AINDA NAO CRIADA NO AMBIENTE) E
      *     PULADA SEM MEXER NO ESTADO DOS SEUS ITENS. PRIORIDADE E
      *     PRAZO POR TIPO FICAM EM FILA_TRABALHO_TIPOS, SEMEADA
      *     AQUI. USADO POR PROG-FILA-TRABALHO (ACAO) E
      *     PROG-RELATORIO-FILA-ATRASOS (BATCH).
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

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER          PIC X(1024).

       01  WRK-FILA-VARS.
           05 FIL-TIPO        PIC X(15).
           05 FIL-QTD-COLUNA  PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.


       LINKAGE SECTION.

       77  LS-MONTADA          PIC X(1).
           88  LS-FILA-MONTADA                VALUE 'S'.
           88  LS-FILA-FALHOU                 VALUE 'N'.
       77  LS-MSG              PIC X(255).


       PROCEDURE DIVISION USING LS-MONTADA, LS-MSG.

       MAIN-PROCEDURE.

           SET LS-FILA-FALHOU TO TRUE.
           MOVE SPACES TO LS-MSG.

           PERFORM PROC-CONECTAR-BANCO-COB-DEV.
           PERFORM PROC-GARANTIR-TABELAS-FILA.
           PERFORM PROC-CRIAR-FILA-ABERTOS.

           PERFORM PROC-CARREGAR-VALIDACAO.
           PERFORM PROC-CARREGAR-INTEGRIDADE.
           PERFORM PROC-CARREGAR-MESCLA.
           PERFORM PROC-CARREGAR-RECONCILIACAO.
           PERFORM PROC-CARREGAR-ENTREGA-MORTA.
           PERFORM PROC-CARREGAR-APROVACAO.
           PERFORM PROC-CARREGAR-INCIDENTE.

           EXEC SQL COMMIT END-EXEC.

           SET LS-FILA-MONTADA TO TRUE.

           PERFORM PROC-LIBERAR-RECURSOS.
           EXIT PROGRAM.

       PROC-CONECTAR-BANCO-COB-DEV.

           MOVE "OBTER" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

           IF  NOT CONEXAO-DISPONIVEL
               MOVE WRK-CONEXAO-MSG TO LS-MSG
               EXIT PROGRAM
           END-IF.

       PROC-GARANTIR-TABELAS-FILA.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS fila_trabalho_tipos (
                   tipo        VARCHAR(15)  NOT NULL PRIMARY KEY,
                   descricao   VARCHAR(255) NOT NULL,
                   prioridade  INT NOT NULL DEFAULT 3,
                   prazo_horas INT NOT NULL DEFAULT 72,
                   acao_origem VARCHAR(60)  NOT NULL
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               PERFORM PROC-FALHAR
           END-IF.

      * PADROES DE FABRICA; O INSERT IGNORE PRESERVA O PRAZO E A
      * PRIORIDADE AJUSTADOS POR PROG-FILA-TRABALHO QS_ACAO=PRAZO.
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

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               PERFORM PROC-FALHAR
           END-IF.

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

           IF  SQLCODE NOT EQUAL ZERO
               PERFORM PROC-FALHAR
           END-IF.

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

           IF  SQLCODE NOT EQUAL ZERO
               PERFORM PROC-FALHAR
           END-IF.

      * ACHADOS GRAVADOS ANTES DA REMEDIACAO NAO TEM A COLUNA
      * RESOLVIDO; ACRESCENTA-A QUANDO AUSENTE, COMO FAZ
      * PROG-REMEDIA-ACHADOS (TABELA INEXISTENTE FICA PARA A CARGA
      * DA ORIGEM, QUE E PULADA).
           EXEC SQL
               SELECT COUNT(*)
                 INTO :FIL-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'validacao_achados'
                  AND column_name = 'resolvido'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND FIL-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE validacao_achados
                       ADD COLUMN resolvido CHAR(1)
                           NOT NULL DEFAULT 'N',
                       ADD COLUMN resolvido_em DATETIME NULL
               END-EXEC
           END-IF.

       PROC-CRIAR-FILA-ABERTOS.

      * TABELA TEMPORARIA: VISIVEL SO NESTA SESSAO E DESCARTADA
      * COM ELA; UMA SEGUNDA MONTAGEM NA MESMA SESSAO RECOMECA DO
      * ZERO.
           EXEC SQL
               DROP TEMPORARY TABLE IF EXISTS fila_abertos
           END-EXEC.

           EXEC SQL
               CREATE TEMPORARY TABLE fila_abertos (
                   tipo      VARCHAR(15)  NOT NULL,
                   chave     VARCHAR(120) NOT NULL,
                   descricao VARCHAR(255) NOT NULL,
                   criado_em DATETIME NOT NULL,
                   PRIMARY KEY (tipo, chave)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               PERFORM PROC-FALHAR
           END-IF.

       PROC-CARREGAR-VALIDACAO.

      * O BATCH DE VALIDACAO REGRAVA O MESMO ACHADO A CADA
      * EXECUCAO; O ITEM E O PAR REGRA/REGISTRO, COM A IDADE DO
      * ACHADO MAIS ANTIGO AINDA NAO RESOLVIDO.
           MOVE "VALIDACAO" TO FIL-TIPO.

           EXEC SQL
               INSERT IGNORE INTO fila_abertos
                   (tipo, chave, descricao, criado_em)
               SELECT 'VALIDACAO',
                      CONCAT(regra, ':', registro_id),
                      LEFT(CONCAT(regra, ' NO REGISTRO ',
                          registro_id, ': ',
                          COALESCE(MAX(detalhe), '')), 255),
                      MIN(criado_em)
                 FROM validacao_achados
                WHERE resolvido = 'N'
                GROUP BY regra, registro_id
           END-EXEC.

           PERFORM PROC-SINCRONIZAR-TIPO.

       PROC-CARREGAR-INTEGRIDADE.

      * CADA VERIFICACAO E UM RETRATO COMPLETO: A CHAVE ORFA QUE
      * SUMIU DO RETRATO FOI CORRIGIDA.
           MOVE "INTEGRIDADE" TO FIL-TIPO.

           EXEC SQL
               INSERT IGNORE INTO fila_abertos
                   (tipo, chave, descricao, criado_em)
               SELECT 'INTEGRIDADE',
                      CONCAT(relacionamento, ':', chave_orfa),
                      LEFT(CONCAT('CHAVE ORFA ', chave_orfa,
                          ' EM ', relacionamento), 255),
                      MIN(criado_em)
                 FROM integridade_achados
                GROUP BY relacionamento, chave_orfa
           END-EXEC.

           PERFORM PROC-SINCRONIZAR-TIPO.

       PROC-CARREGAR-MESCLA.

           MOVE "MESCLA" TO FIL-TIPO.

           EXEC SQL
               INSERT IGNORE INTO fila_abertos
                   (tipo, chave, descricao, criado_em)
               SELECT 'MESCLA',
                      CAST(id AS CHAR),
                      LEFT(CONCAT('MESCLAR O REGISTRO ', id_descarta,
                          ' NO ', id_sobrevive, ' (',
                          nome_normalizado, ')'), 255),
                      criado_em
                 FROM mescla_propostas
                WHERE status = 'PENDENTE'
           END-EXEC.

           PERFORM PROC-SINCRONIZAR-TIPO.

       PROC-CARREGAR-RECONCILIACAO.

      * VALE SO A ULTIMA RECONCILIACAO: A DIVERGENCIA QUE ELA NAO
      * ACUSA MAIS FOI SANADA (EXECUCAO SEM MODO DETALHE ESVAZIA O
      * TIPO ATE A PROXIMA COM DETALHE).
           MOVE "RECONCILIACAO" TO FIL-TIPO.

           EXEC SQL
               INSERT IGNORE INTO fila_abertos
                   (tipo, chave, descricao, criado_em)
               SELECT 'RECONCILIACAO',
                      CONCAT(d.lado, ':', d.registro_id),
                      LEFT(CONCAT('REGISTRO ', d.registro_id,
                          ' SOMENTE NO LADO ', d.lado, ': ',
                          MAX(d.nome)), 255),
                      MIN(d.criado_em)
                 FROM reconciliacao_detalhe d
                WHERE d.execucao_id =
                      (SELECT MAX(r.id) FROM reconciliacao_teste r)
                GROUP BY d.lado, d.registro_id
           END-EXEC.

           PERFORM PROC-SINCRONIZAR-TIPO.

       PROC-CARREGAR-ENTREGA-MORTA.

           MOVE "ENTREGA-MORTA" TO FIL-TIPO.

           EXEC SQL
               INSERT IGNORE INTO fila_abertos
                   (tipo, chave, descricao, criado_em)
               SELECT 'ENTREGA-MORTA',
                      CAST(id AS CHAR),
                      LEFT(CONCAT('NOTIFICACAO ', notificacao_id,
                          ' PARA A ASSINATURA ', assinatura_id,
                          ' APOS ', tentativas, ' TENTATIVAS: ',
                          COALESCE(ultimo_erro, '')), 255),
                      criado_em
                 FROM notificacao_entregas
                WHERE status = 'MORTA'
           END-EXEC.

           PERFORM PROC-SINCRONIZAR-TIPO.

       PROC-CARREGAR-APROVACAO.

      * APROVACAO VENCIDA NAO PODE MAIS SER DADA; SO AS QUE AINDA
      * ESTAO NO PRAZO SAO TRABALHO.
           MOVE "APROVACAO" TO FIL-TIPO.

           EXEC SQL
               INSERT IGNORE INTO fila_abertos
                   (tipo, chave, descricao, criado_em)
               SELECT 'APROVACAO',
                      CAST(id AS CHAR),
                      LEFT(CONCAT(operacao, ' SOLICITADA POR ',
                          COALESCE(solicitado_por, '?'), ' ',
                          COALESCE(parametros, '')), 255),
                      solicitado_em
                 FROM aprovacoes_pendentes
                WHERE status = 'PENDENTE'
                  AND validade_ate > CURRENT_TIMESTAMP
           END-EXEC.

           PERFORM PROC-SINCRONIZAR-TIPO.

       PROC-CARREGAR-INCIDENTE.

           MOVE "INCIDENTE" TO FIL-TIPO.

           EXEC SQL
               INSERT IGNORE INTO fila_abertos
                   (tipo, chave, descricao, criado_em)
               SELECT 'INCIDENTE',
                      CAST(id AS CHAR),
                      LEFT(CONCAT(origem, ' ', condicao, ': ',
                          COALESCE(detalhes, '')), 255),
                      aberto_em
                 FROM incidentes
                WHERE status <> 'FECHADO'
           END-EXEC.

           PERFORM PROC-SINCRONIZAR-TIPO.

       PROC-SINCRONIZAR-TIPO.

      * SO SINCRONIZA O TIPO CUJA ORIGEM FOI LIDA; ORIGEM COM ERRO
      * (TABELA AUSENTE) MANTEM A FILA DO TIPO COMO ESTAVA.
           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT IGNORE INTO fila_trabalho
                   (tipo, chave, primeiro_visto_em)
               SELECT tipo, chave, criado_em
                 FROM fila_abertos
                WHERE tipo = :FIL-TIPO
           END-EXEC.

           EXEC SQL
               DELETE FROM fila_trabalho
                WHERE tipo = :FIL-TIPO
                  AND NOT EXISTS
                      (SELECT 1 FROM fila_abertos a
                        WHERE a.tipo = fila_trabalho.tipo
                          AND a.chave = fila_trabalho.chave)
           END-EXEC.

       PROC-FALHAR.

           MOVE SQLERRM TO LS-MSG.
           EXEC SQL ROLLBACK END-EXEC.
           PERFORM PROC-LIBERAR-RECURSOS.
           EXIT PROGRAM.

       PROC-LIBERAR-RECURSOS.
      * A SESSAO E COMPARTILHADA DA REQUISICAO (MOD-CONEXAO-BD) E
      * NAO E FECHADA AQUI; QUEM A ABRIU E ENCERRA NO FIM.
           CONTINUE.
