       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOD-VALIDA-DOCUMENTO.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - VALIDA O CPF OU CNPJ DE UM CADASTRO PELOS DIGITOS
      *     VERIFICADORES (MODULO 11). RECEBE EM LS-DOCUMENTO O
      *     NUMERO COMO DIGITADO, COM OU SEM PONTOS, TRACO E BARRA, E
      *     DEVOLVE EM LS-DOCUMENTO-NUM SO OS DIGITOS, EM LS-TIPO
      *     'CPF' (11 DIGITOS) OU 'CNPJ' (14 DIGITOS) E EM LS-VALIDO
      *     'S' QUANDO OS DOIS DIGITOS VERIFICADORES CONFEREM.
      *     QUALQUER OUTRO CARACTERE, OUTRA QUANTIDADE DE DIGITOS OU
      *     TODOS OS DIGITOS IGUAIS (111.111.111-11) E INVALIDO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       77  WRK-TAM-ENTRADA                 PIC 9(4)    COMP.
       77  WRK-IDX-ENTRADA                 PIC 9(4)    COMP.
       77  WRK-QTD-DIGITOS                 PIC 9(4)    COMP.
       77  WRK-IDX-DIGITO                  PIC 9(4)    COMP.
       77  WRK-QTD-BASE                    PIC 9(4)    COMP.
       77  WRK-DESLOCAMENTO                PIC 9(4)    COMP.
       77  WRK-SOMA                        PIC 9(6)    COMP.
       77  WRK-QUOCIENTE                   PIC 9(6)    COMP.
       77  WRK-RESTO                       PIC 9(4)    COMP.
       77  WRK-DV-CALCULADO                PIC 9(1).
       77  WRK-CARACTERE                   PIC X.

       77  WRK-FLAG-CARACTERE              PIC X(1).
           88  CARACTERE-INVALIDO                      VALUE 'S'.
           88  CARACTERE-VALIDO                        VALUE 'N'.

       77  WRK-FLAG-REPETIDO               PIC X(1).
           88  DIGITOS-REPETIDOS                       VALUE 'S'.
           88  DIGITOS-DIFERENTES                      VALUE 'N'.

       01  WRK-DIGITOS.
           05  WRK-DIGITO                  PIC 9(1)    OCCURS 14.

      * PESOS DO CNPJ: O PRIMEIRO DIGITO VERIFICADOR USA DO SEGUNDO
      * PESO EM DIANTE (5 A 2, 9 A 2); O SEGUNDO USA TODOS (6 A 2,
      * 9 A 2).
       01  WRK-PESOS-CNPJ-TXT              PIC X(26)
               VALUE "06050403020908070605040302".
       01  WRK-PESOS-CNPJ REDEFINES WRK-PESOS-CNPJ-TXT.
           05  WRK-PESO-CNPJ               PIC 9(2)    OCCURS 13.

       LINKAGE SECTION.

       77  LS-DOCUMENTO                    PIC X(20).
       77  LS-DOCUMENTO-NUM                PIC X(14).
       77  LS-TIPO                         PIC X(4).
       77  LS-VALIDO                       PIC X(1).
           88  LS-DOCUMENTO-VALIDO                     VALUE 'S'.
           88  LS-DOCUMENTO-INVALIDO                   VALUE 'N'.

       PROCEDURE DIVISION USING LS-DOCUMENTO, LS-DOCUMENTO-NUM,
               LS-TIPO, LS-VALIDO.

       MAIN-PROCEDURE.

           SET LS-DOCUMENTO-INVALIDO TO TRUE.
           MOVE SPACES TO LS-DOCUMENTO-NUM.
           MOVE SPACES TO LS-TIPO.

           PERFORM PROC-EXTRAIR-DIGITOS.

           IF  CARACTERE-VALIDO
               EVALUATE WRK-QTD-DIGITOS
                   WHEN 11
                       MOVE "CPF" TO LS-TIPO
                       PERFORM PROC-VERIFICAR-CPF
                   WHEN 14
                       MOVE "CNPJ" TO LS-TIPO
                       PERFORM PROC-VERIFICAR-CNPJ
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           EXIT PROGRAM.

       PROC-EXTRAIR-DIGITOS.

           SET CARACTERE-VALIDO TO TRUE.
           MOVE ZERO TO WRK-QTD-DIGITOS.
           MOVE ZEROS TO WRK-DIGITOS.
           MOVE LENGTH OF LS-DOCUMENTO TO WRK-TAM-ENTRADA.

           IF  FUNCTION TRIM(LS-DOCUMENTO) = SPACES
               SET CARACTERE-INVALIDO TO TRUE
           ELSE
               PERFORM PROC-EXTRAIR-CARACTERE
                   VARYING WRK-IDX-ENTRADA FROM 1 BY 1
                   UNTIL WRK-IDX-ENTRADA > WRK-TAM-ENTRADA
                      OR CARACTERE-INVALIDO
           END-IF.

       PROC-EXTRAIR-CARACTERE.

           MOVE LS-DOCUMENTO(WRK-IDX-ENTRADA:1) TO WRK-CARACTERE.

           EVALUATE TRUE
               WHEN WRK-CARACTERE IS NUMERIC
                   IF  WRK-QTD-DIGITOS < 14
                       ADD 1 TO WRK-QTD-DIGITOS
                       MOVE WRK-CARACTERE
                           TO WRK-DIGITO(WRK-QTD-DIGITOS)
                       MOVE WRK-CARACTERE
                           TO LS-DOCUMENTO-NUM(WRK-QTD-DIGITOS:1)
                   ELSE
                       SET CARACTERE-INVALIDO TO TRUE
                   END-IF
               WHEN WRK-CARACTERE = '.' OR '-' OR '/' OR SPACE
                   CONTINUE
               WHEN OTHER
                   SET CARACTERE-INVALIDO TO TRUE
           END-EVALUATE.

       PROC-VERIFICAR-REPETIDOS.

           SET DIGITOS-REPETIDOS TO TRUE.
           PERFORM PROC-COMPARAR-DIGITO
               VARYING WRK-IDX-DIGITO FROM 2 BY 1
               UNTIL WRK-IDX-DIGITO > WRK-QTD-DIGITOS.

       PROC-COMPARAR-DIGITO.

           IF  WRK-DIGITO(WRK-IDX-DIGITO) NOT = WRK-DIGITO(1)
               SET DIGITOS-DIFERENTES TO TRUE
           END-IF.

       PROC-VERIFICAR-CPF.

           PERFORM PROC-VERIFICAR-REPETIDOS.
           IF  DIGITOS-REPETIDOS
               EXIT PARAGRAPH
           END-IF.

      * CPF: PESOS DECRESCENTES ATE 2 SOBRE OS 9 PRIMEIROS DIGITOS
      * (10 A 2) E DEPOIS SOBRE OS 10 PRIMEIROS (11 A 2).
           MOVE 9 TO WRK-QTD-BASE.
           PERFORM PROC-SOMAR-CPF.
           PERFORM PROC-CALCULAR-DV.
           IF  WRK-DV-CALCULADO NOT = WRK-DIGITO(10)
               EXIT PARAGRAPH
           END-IF.

           MOVE 10 TO WRK-QTD-BASE.
           PERFORM PROC-SOMAR-CPF.
           PERFORM PROC-CALCULAR-DV.
           IF  WRK-DV-CALCULADO NOT = WRK-DIGITO(11)
               EXIT PARAGRAPH
           END-IF.

           SET LS-DOCUMENTO-VALIDO TO TRUE.

       PROC-SOMAR-CPF.

           MOVE ZERO TO WRK-SOMA.
           PERFORM PROC-SOMAR-DIGITO-CPF
               VARYING WRK-IDX-DIGITO FROM 1 BY 1
               UNTIL WRK-IDX-DIGITO > WRK-QTD-BASE.

       PROC-SOMAR-DIGITO-CPF.

           COMPUTE WRK-SOMA = WRK-SOMA
               + WRK-DIGITO(WRK-IDX-DIGITO)
               * (WRK-QTD-BASE + 2 - WRK-IDX-DIGITO).

       PROC-VERIFICAR-CNPJ.

           PERFORM PROC-VERIFICAR-REPETIDOS.
           IF  DIGITOS-REPETIDOS
               EXIT PARAGRAPH
           END-IF.

           MOVE 12 TO WRK-QTD-BASE.
           MOVE 1 TO WRK-DESLOCAMENTO.
           PERFORM PROC-SOMAR-CNPJ.
           PERFORM PROC-CALCULAR-DV.
           IF  WRK-DV-CALCULADO NOT = WRK-DIGITO(13)
               EXIT PARAGRAPH
           END-IF.

           MOVE 13 TO WRK-QTD-BASE.
           MOVE ZERO TO WRK-DESLOCAMENTO.
           PERFORM PROC-SOMAR-CNPJ.
           PERFORM PROC-CALCULAR-DV.
           IF  WRK-DV-CALCULADO NOT = WRK-DIGITO(14)
               EXIT PARAGRAPH
           END-IF.

           SET LS-DOCUMENTO-VALIDO TO TRUE.

       PROC-SOMAR-CNPJ.

           MOVE ZERO TO WRK-SOMA.
           PERFORM PROC-SOMAR-DIGITO-CNPJ
               VARYING WRK-IDX-DIGITO FROM 1 BY 1
               UNTIL WRK-IDX-DIGITO > WRK-QTD-BASE.

       PROC-SOMAR-DIGITO-CNPJ.

           COMPUTE WRK-SOMA = WRK-SOMA
               + WRK-DIGITO(WRK-IDX-DIGITO)
               * WRK-PESO-CNPJ(WRK-IDX-DIGITO + WRK-DESLOCAMENTO).

       PROC-CALCULAR-DV.

      * RESTO 0 OU 1 DA DIGITO 0; DEMAIS, 11 MENOS O RESTO.
           DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.

           IF  WRK-RESTO < 2
               MOVE ZERO TO WRK-DV-CALCULADO
           ELSE
               COMPUTE WRK-DV-CALCULADO = 11 - WRK-RESTO
           END-IF.
