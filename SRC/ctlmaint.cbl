      *              NIGHT. A FILE LONGER THAN THE 100-LINE TABLE NOW
      *              LOCKS THE SCREEN TO LISTAR ONLY, SO AN APPLIED
      *              CHANGE CAN NEVER REWRITE A TRUNCATED FILE.
      * 15/10/2026 - NEW OPTION 9 MAINTAINS THE SUPPLIER MASTER
      *              FORNECMF.DAT (CODE 5, NAME 30, CONTACT 25, USUAL
      *              LEAD TIME IN DAYS 3) USED BY THE CADASTRO, POGEN,
      *              POAGING AND THE SUPPLIER SCORECARD. BLANK OR
      *              DUPLICATED CODES ARE REFUSED.
      * 15/10/2026 - NEW OPTION C MAINTAINS THE SUBJECT CATEGORY
      *              MASTER CATEGMF.DAT (CODE 3, DESCRIPTION 25) USED
      *              BY THE CADASTRO, BESTSELLERS AND SALESTREND.
      *              BLANK OR DUPLICATED CODES ARE REFUSED.
      * 15/10/2026 - NEW OPTION P MAINTAINS THE PROMOTIONS FILE
      *              PROMOMF.DAT, ONE LINE PER PROMOTED TITLE OR
      *              CATEGORY: PROMOTION CODE 6, TYPE 1 (T = TITLE,
      *              C = CATEGORY), BOOK NUMBER OR CATEGORY 5, REGION
      *              3 (BLANK = ALL), START AND END DATES AAAAMMDD AND
      *              DISCOUNT PERCENT 99V99. DATES MUST BE VALID AND
      *              IN ORDER, THE DISCOUNT ABOVE ZERO AND BELOW 100,
      *              AND THE SAME CODE, TARGET AND REGION CANNOT BE
      *              ENTERED TWICE.
      * 15/10/2026 - OPTION 6 NOW ALSO KEEPS EACH BRANCH'S FISCAL DATA
      *              FOR THE COUNTER'S NFC-E: CNPJ 14, STATE
      *              REGISTRATION (IE) 14, IBGE STATE CODE 2 AND NFC-E
      *              SERIES 3. A BRANCH THAT DOES NOT SELL AT THE
      *              COUNTER MAY LEAVE THE CNPJ BLANK; OTHERWISE THE
      *              CNPJ MUST PASS DOCVALID, AND THE IE, STATE CODE
      *              (11 TO 53) AND SERIES ARE REQUIRED.
      * 15/10/2026 - OPTION 2 NOW ALSO TAKES THE GRADE'S SALARY BAND
      *              (MINIMUM AND MIDPOINT IN CENTAVOS, STORED AFTER
      *              THE CEILING; ZERO MIDPOINT = NO BAND), REFUSING A
      *              BAND UNLESS MINIMO <= MEDIO <= TETO. NEW OPTION M
      *              MAINTAINS THE MERIT MATRIX MERITCTL.DAT (RATING
      *              1-5, COMPA-RATIO QUARTILE 1-4, MULTIPLIER 9V99);
      *              A DUPLICATED CELL IS REFUSED.
      * 15/10/2026 - NEW OPTION D MAINTAINS THE DEPARTMENT MASTER
      *              DEPTOMF.DAT: CODE 3, NAME 25, COST CENTRE 6,
      *              DEPARTMENT HEAD MATRICULA 6, APPROVED HEADCOUNT 4
      *              AND APPROVED MONTHLY SALARY BUDGET IN CENTAVOS 11
      *              (ZERO HEADCOUNT OR BUDGET = NOT CONTROLLED). A
      *              BLANK OR DUPLICATED CODE IS REFUSED.
      * 15/10/2026 - NEW OPTION I MAINTAINS THE INVESTMENT PRODUCT
      *              MASTER PRODMF.DAT USED BY INVPOS: CODE 3, NAME
      *              25, REMUNERATION RULE 1 (M = MONTHLY RATE, A =
      *              ANNUAL RATE), RATE % 999V9999, IR-EXEMPT FLAG 1
      *              (S/N), MINIMUM HOLDING IN CENTAVOS 11, MATURITY
      *              RULE 1 (L = NONE, P = TERM IN MONTHS, D = FIXED
      *              DATE), TERM IN MONTHS 4 AND MATURITY DATE
      *              AAAAMMDD. A BLANK OR DUPLICATED CODE, A BAD RULE
      *              OR FLAG, A ZERO TERM OR AN INVALID DATE IS
      *              REFUSED.
      * 15/10/2026 - OPTION I TAKES TWO INDEX-LINKED RULES: C = A
      *              PERCENTAGE OF A DAILY INDEX (RATE 102 = 102% OF
      *              THE CDI) AND I = A MONTHLY INDEX PLUS A SPREAD
      *              (RATE = SPREAD % A YEAR OVER THE IPCA); BOTH NEED
      *              THE INDEX CODE 4, STORED AFTER THE MATURITY DATE.
      *              NEW OPTION F MAINTAINS THE HOLIDAY CALENDAR
      *              FERIADOS.DAT (DATE AAAAMMDD, DESCRIPTION 30) THAT
      *              DECIDES THE BUSINESS DAYS FOR THE INDEX LOAD AND
      *              THE DAILY ACCRUAL; AN INVALID OR DUPLICATED DATE
      *              IS REFUSED.
      * 15/10/2026 - NEW OPTION A MAINTAINS THE ADVISOR COMMISSION
      *              TABLE ASSESCTL.DAT USED BY CARTEIRA: ADVISOR NAME
      *              30 (AS TYPED ON CLIENTMF), PAYROLL MATRICULA 6 AND
      *              COMMISSION RATE % A YEAR ON AVERAGE ASSETS UNDER
      *              MANAGEMENT 99V9999. A BLANK OR DUPLICATED NAME, A
      *              ZERO MATRICULA OR A ZERO RATE IS REFUSED.
      * 15/10/2026 - OPTION D NOW ALSO TAKES THE BRANCH THE DEPARTMENT
      *              WORKS FOR (3, STORED AFTER THE BUDGET; BLANK =
      *              HEAD OFFICE), SO DREFIL CAN CHARGE ITS PAYROLL TO
      *              THAT BRANCH. NEW OPTION L MAINTAINS THE BRANCH
      *              FIXED-COST TABLE FILCTL.DAT: BRANCH 3, FIRST
      *              MONTH IN FORCE AAAAMM, MONTHLY RENT AND OTHER
      *              FIXED COSTS IN CENTAVOS 11 EACH. A BLANK BRANCH,
      *              A BAD MONTH OR A DUPLICATED BRANCH/MONTH IS
      *              REFUSED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLMAINT.
           88 WS-AUD-NOT-FOUND     VALUE "35".

       77  WS-CTL-NAME             PIC X(44) VALUE SPACES.
       77  WS-FILE-TIPO            PIC 9(2) VALUE ZEROS.
       77  WS-FILE-LABEL           PIC X(12) VALUE SPACES.
       77  WS-ARQ-OPCAO            PIC X(1) VALUE SPACE.
       77  WS-ACAO-OPCAO           PIC X(1) VALUE SPACE.
       01  WS-CAND-FIM             PIC 9(3) VALUE ZEROS.
       01  WS-OTHER-INI            PIC 9(3) VALUE ZEROS.
       01  WS-OTHER-FIM            PIC 9(3) VALUE ZEROS.
       01  WS-DATA-VALIDA          PIC X(1) VALUE 'N'.
       01  WS-DESC-AUX             PIC 9(4) VALUE ZEROS.
       01  WS-DOC-VALIDO           PIC X(1) VALUE 'N'.
       01  WS-DOC-TIPO             PIC X(1) VALUE SPACE.
       01  WS-UF-AUX               PIC 9(2) VALUE ZEROS.
       01  WS-UF-DIGITOS           PIC 9(2) VALUE ZEROS.
       01  WS-SERIE-AUX            PIC 9(3) VALUE ZEROS.

       LINKAGE SECTION.
       01  CTLM-OPERADOR           PIC X(8).
       0100-ESCOLHER-ARQUIVO.
           DISPLAY '-- MANUTENCAO DE ARQUIVOS DE CONTROLE --'.
           DISPLAY '1 - TAXASCTL (FAIXAS DE AUMENTO)'.
           DISPLAY '2 - GRADECTL (FAIXAS SALARIAIS POR GRADE)'.
           DISPLAY '3 - BUDGET   (ORCADO ANO/MES)'.
           DISPLAY '4 - SCHEDCTL (CALENDARIO DO LOTE)'.
           DISPLAY '5 - REGIONMF (REGIOES)'.
           DISPLAY '6 - BRANCHMF (FILIAIS)'.
           DISPLAY '7 - AUTHORMF (AUTORES)'.
           DISPLAY '8 - CLIENTMF (CLIENTES INVESTIMENTO)'.
           DISPLAY '9 - FORNECMF (FORNECEDORES)'.
           DISPLAY 'C - CATEGMF  (CATEGORIAS DE ASSUNTO)'.
           DISPLAY 'P - PROMOMF  (PROMOCOES)'.
           DISPLAY 'M - MERITCTL (MATRIZ DE MERITO)'.
           DISPLAY 'D - DEPTOMF  (DEPARTAMENTOS)'.
           DISPLAY 'I - PRODMF   (PRODUTOS DE INVESTIMENTO)'.
           DISPLAY 'F - FERIADOS (CALENDARIO DE DIAS UTEIS)'.
           DISPLAY 'A - ASSESCTL (COMISSAO DOS ASSESSORES)'.
           DISPLAY 'L - FILCTL   (CUSTOS FIXOS DAS FILIAIS)'.
           DISPLAY 'X - VOLTAR'.
           DISPLAY 'OPCAO...: ' WITH NO ADVANCING.
           ACCEPT WS-ARQ-OPCAO.
                        MOVE "AUTHORMF.DAT" TO WS-FILE-LABEL
               WHEN '8' MOVE 8 TO WS-FILE-TIPO
                        MOVE "CLIENTMF.DAT" TO WS-FILE-LABEL
               WHEN '9' MOVE 9 TO WS-FILE-TIPO
                        MOVE "FORNECMF.DAT" TO WS-FILE-LABEL
               WHEN 'C' MOVE 10 TO WS-FILE-TIPO
                        MOVE "CATEGMF.DAT" TO WS-FILE-LABEL
               WHEN 'P' MOVE 11 TO WS-FILE-TIPO
                        MOVE "PROMOMF.DAT" TO WS-FILE-LABEL
               WHEN 'M' MOVE 12 TO WS-FILE-TIPO
                        MOVE "MERITCTL.DAT" TO WS-FILE-LABEL
               WHEN 'D' MOVE 13 TO WS-FILE-TIPO
                        MOVE "DEPTOMF.DAT" TO WS-FILE-LABEL
               WHEN 'I' MOVE 14 TO WS-FILE-TIPO
                        MOVE "PRODMF.DAT" TO WS-FILE-LABEL
               WHEN 'F' MOVE 15 TO WS-FILE-TIPO
                        MOVE "FERIADOS.DAT" TO WS-FILE-LABEL
               WHEN 'A' MOVE 16 TO WS-FILE-TIPO
                        MOVE "ASSESCTL.DAT" TO WS-FILE-LABEL
               WHEN 'L' MOVE 17 TO WS-FILE-TIPO
                        MOVE "FILCTL.DAT" TO WS-FILE-LABEL
               WHEN 'X' CONTINUE
               WHEN OTHER DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
               WHEN 6 PERFORM 0860-MONTAR-FILIAL
               WHEN 7 PERFORM 0870-MONTAR-AUTOR
               WHEN 8 PERFORM 0880-MONTAR-CLIENTE
               WHEN 9 PERFORM 0890-MONTAR-FORNECEDOR
               WHEN 10 PERFORM 0895-MONTAR-CATEGORIA
               WHEN 11 PERFORM 0897-MONTAR-PROMOCAO
               WHEN 12 PERFORM 0899-MONTAR-MERITO
               WHEN 13 PERFORM 0896-MONTAR-DEPTO
               WHEN 14 PERFORM 0892-MONTAR-PRODUTO
               WHEN 15 PERFORM 0891-MONTAR-FERIADO
               WHEN 16 PERFORM 0885-MONTAR-ASSESSOR
               WHEN 17 PERFORM 0887-MONTAR-CUSTO-FILIAL
           END-EVALUATE.

       0805-ACCEPT-NUMERO.
               IF WS-NOVA-LINHA(3:11) = "00000000000"
                   DISPLAY 'RECUSADO: TETO ZERADO'
               ELSE
                   PERFORM 0822-MONTAR-FAIXA
               END-IF
           END-IF.

       0822-MONTAR-FAIXA.
           DISPLAY 'MINIMO EM CENTAVOS..: ' WITH NO ADVANCING.
           PERFORM 0805-ACCEPT-NUMERO.
           IF WS-ENTRADA-IX > 11
               DISPLAY 'RECUSADO: MINIMO COM MAIS DE 11 DIGITOS'
           ELSE
               MOVE ALL "0" TO WS-NOVA-LINHA(14:11)
               MOVE WS-ENTRADA(1:WS-ENTRADA-IX)
                   TO WS-NOVA-LINHA(25 - WS-ENTRADA-IX:
                       WS-ENTRADA-IX)
               DISPLAY 'MEDIO (0=SEM FAIXA).: ' WITH NO ADVANCING
               PERFORM 0805-ACCEPT-NUMERO
               IF WS-ENTRADA-IX > 11
                   DISPLAY 'RECUSADO: MEDIO COM MAIS DE 11 DIGITOS'
               ELSE
                   MOVE ALL "0" TO WS-NOVA-LINHA(25:11)
                   MOVE WS-ENTRADA(1:WS-ENTRADA-IX)
                       TO WS-NOVA-LINHA(36 - WS-ENTRADA-IX:
                           WS-ENTRADA-IX)
                   IF WS-NOVA-LINHA(25:11) NOT = "00000000000"
                      AND (WS-NOVA-LINHA(14:11)
                              > WS-NOVA-LINHA(25:11)
                           OR WS-NOVA-LINHA(25:11)
                              > WS-NOVA-LINHA(3:11))
                       DISPLAY 'RECUSADO: EXIGE MINIMO <= MEDIO <= TETO'
                   ELSE
                       MOVE 'Y' TO WS-VALIDO-SW
                       PERFORM 0825-CHECAR-DUP-CURTA
                           VARYING LX FROM 1 BY 1
                           UNTIL LX > WS-LINHA-COUNT
                              OR NOT WS-REGISTRO-VALIDO
                       IF NOT WS-REGISTRO-VALIDO
                           DISPLAY 'RECUSADO: CHAVE DUPLICADA'
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE WS-ENTRADA(1:3) TO WS-NOVA-LINHA(1:3).
           DISPLAY 'NOME................: ' WITH NO ADVANCING.
           ACCEPT WS-NOVA-LINHA(4:25).
           DISPLAY 'CNPJ (BRANCO=SEM NFC-E): ' WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:14) TO WS-NOVA-LINHA(29:14).
           IF WS-NOVA-LINHA(29:14) = SPACES
               PERFORM 0855-VALIDAR-COD3
           ELSE
               DISPLAY 'INSCRICAO ESTADUAL..: ' WITH NO ADVANCING
               ACCEPT WS-ENTRADA
               MOVE WS-ENTRADA(1:14) TO WS-NOVA-LINHA(43:14)
               DISPLAY 'CODIGO UF IBGE (2)..: ' WITH NO ADVANCING
               PERFORM 0805-ACCEPT-NUMERO
               MOVE WS-ENTRADA(1:WS-ENTRADA-IX) TO WS-UF-AUX
               MOVE WS-ENTRADA-IX TO WS-UF-DIGITOS
               MOVE WS-UF-AUX TO WS-NOVA-LINHA(57:2)
               DISPLAY 'SERIE NFC-E (3 DIG).: ' WITH NO ADVANCING
               PERFORM 0805-ACCEPT-NUMERO
               MOVE WS-ENTRADA(1:WS-ENTRADA-IX) TO WS-SERIE-AUX
               MOVE WS-SERIE-AUX TO WS-NOVA-LINHA(59:3)
               CALL 'DOCVALID' USING WS-NOVA-LINHA(29:14)
                   WS-DOC-VALIDO WS-DOC-TIPO
               IF WS-DOC-VALIDO NOT = 'Y' OR WS-DOC-TIPO NOT = 'J'
                   DISPLAY 'RECUSADO: CNPJ INVALIDO'
               ELSE
               IF WS-NOVA-LINHA(43:14) = SPACES
                   DISPLAY 'RECUSADO: INSCRICAO ESTADUAL OBRIGATORIA'
               ELSE
               IF WS-UF-DIGITOS > 2
                  OR WS-UF-AUX < 11 OR WS-UF-AUX > 53
                   DISPLAY 'RECUSADO: CODIGO UF INVALIDO'
               ELSE
               IF WS-ENTRADA-IX > 3 OR WS-SERIE-AUX = ZEROS
                   DISPLAY 'RECUSADO: SERIE INVALIDA'
               ELSE
                   PERFORM 0855-VALIDAR-COD3
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       0870-MONTAR-AUTOR.
           DISPLAY 'ID DO AUTOR (5 DIG).: ' WITH NO ADVANCING.
               END-IF
           END-IF.

       0885-MONTAR-ASSESSOR.
           DISPLAY 'NOME DO ASSESSOR....: ' WITH NO ADVANCING.
           ACCEPT WS-NOVA-LINHA(1:30).
           DISPLAY 'MATRICULA NA FOLHA..: ' WITH NO ADVANCING.
           PERFORM 0805-ACCEPT-NUMERO.
           IF WS-NOVA-LINHA(1:30) = SPACES
               DISPLAY 'RECUSADO: NOME OBRIGATORIO'
           ELSE
           IF WS-ENTRADA-IX > 6
               DISPLAY 'RECUSADO: MATRICULA COM MAIS DE 6 DIGITOS'
           ELSE
               MOVE ALL "0" TO WS-NOVA-LINHA(31:6)
               MOVE WS-ENTRADA(1:WS-ENTRADA-IX)
                   TO WS-NOVA-LINHA(37 - WS-ENTRADA-IX:
                       WS-ENTRADA-IX)
               DISPLAY 'TAXA % A.A. SOBRE O PATRIMONIO MEDIO '
                   '(99V9999): ' WITH NO ADVANCING
               PERFORM 0805-ACCEPT-NUMERO
               IF WS-NOVA-LINHA(31:6) = "000000"
                   DISPLAY 'RECUSADO: MATRICULA ZERADA'
               ELSE
               IF WS-ENTRADA-IX > 6
                   DISPLAY 'RECUSADO: TAXA COM MAIS DE 6 DIGITOS'
               ELSE
                   MOVE ALL "0" TO WS-NOVA-LINHA(37:6)
                   MOVE WS-ENTRADA(1:WS-ENTRADA-IX)
                       TO WS-NOVA-LINHA(43 - WS-ENTRADA-IX:
                           WS-ENTRADA-IX)
                   IF WS-NOVA-LINHA(37:6) = "000000"
                       DISPLAY 'RECUSADO: TAXA ZERADA'
                   ELSE
                       MOVE 'Y' TO WS-VALIDO-SW
                       PERFORM 0886-CHECAR-DUP-NOME
                           VARYING LX FROM 1 BY 1
                           UNTIL LX > WS-LINHA-COUNT
                              OR NOT WS-REGISTRO-VALIDO
                       IF NOT WS-REGISTRO-VALIDO
                           DISPLAY 'RECUSADO: ASSESSOR JA CADASTRADO'
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       0886-CHECAR-DUP-NOME.
           IF LX NOT = WS-LINHA-NUM
              AND WS-LINHA(LX)(1:30) = WS-NOVA-LINHA(1:30)
               MOVE 'N' TO WS-VALIDO-SW
           END-IF.

       0887-MONTAR-CUSTO-FILIAL.
           DISPLAY 'FILIAL (3 CARACT.)..: ' WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:3) TO WS-NOVA-LINHA(1:3).
           DISPLAY 'EM VIGOR DESDE ANO..: ' WITH NO ADVANCING.
           PERFORM 0805-ACCEPT-NUMERO.
           MOVE WS-ENTRADA(1:WS-ENTRADA-IX) TO WS-ANO-AUX.
           MOVE WS-ANO-AUX TO WS-NOVA-LINHA(4:4).
           DISPLAY 'EM VIGOR DESDE MES..: ' WITH NO ADVANCING.
           PERFORM 0805-ACCEPT-NUMERO.
           MOVE WS-ENTRADA(1:WS-ENTRADA-IX) TO WS-MES-AUX.
           MOVE WS-MES-AUX TO WS-NOVA-LINHA(8:2).
           IF WS-NOVA-LINHA(1:3) = SPACES
               DISPLAY 'RECUSADO: FILIAL OBRIGATORIA'
           ELSE
           IF WS-NOVA-LINHA(8:2) < "01"
              OR WS-NOVA-LINHA(8:2) > "12"
              OR WS-ANO-AUX = ZEROS
               DISPLAY 'RECUSADO: MES FORA DE 01-12 OU ANO ZERADO'
           ELSE
               DISPLAY 'ALUGUEL MENSAL (CENTAVOS)..: '
                   WITH NO ADVANCING
               PERFORM 0805-ACCEPT-NUMERO
               IF WS-ENTRADA-IX > 11
                   DISPLAY 'RECUSADO: ALUGUEL COM MAIS DE 11 DIGITOS'
               ELSE
                   MOVE ALL "0" TO WS-NOVA-LINHA(10:11)
                   MOVE WS-ENTRADA(1:WS-ENTRADA-IX)
                       TO WS-NOVA-LINHA(21 - WS-ENTRADA-IX:
                           WS-ENTRADA-IX)
                   DISPLAY 'OUTROS FIXOS MENSAIS (CENTAVOS): '
                       WITH NO ADVANCING
                   PERFORM 0805-ACCEPT-NUMERO
                   IF WS-ENTRADA-IX > 11
                       DISPLAY 'RECUSADO: VALOR COM MAIS DE 11 '
                           'DIGITOS'
                   ELSE
                       MOVE ALL "0" TO WS-NOVA-LINHA(21:11)
                       MOVE WS-ENTRADA(1:WS-ENTRADA-IX)
                           TO WS-NOVA-LINHA(32 - WS-ENTRADA-IX:
                               WS-ENTRADA-IX)
                       MOVE 'Y' TO WS-VALIDO-SW
                       PERFORM 0888-CHECAR-DUP-VIGENCIA
                           VARYING LX FROM 1 BY 1
                           UNTIL LX > WS-LINHA-COUNT
                              OR NOT WS-REGISTRO-VALIDO
                       IF NOT WS-REGISTRO-VALIDO
                           DISPLAY 'RECUSADO: FILIAL/MES JA '
                               'CADASTRADO'
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

       0888-CHECAR-DUP-VIGENCIA.
           IF LX NOT = WS-LINHA-NUM
              AND WS-LINHA(LX)(1:9) = WS-NOVA-LINHA(1:9)
               MOVE 'N' TO WS-VALIDO-SW
           END-IF.

       0890-MONTAR-FORNECEDOR.
           DISPLAY 'CODIGO (5 CARACT.)..: ' WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:5) TO WS-NOVA-LINHA(1:5).
           DISPLAY 'NOME................: ' WITH NO ADVANCING.
           ACCEPT WS-NOVA-LINHA(6:30).
           DISPLAY 'CONTATO.............: ' WITH NO ADVANCING.
           ACCEPT WS-NOVA-LINHA(36:25).
           DISPLAY 'PRAZO USUAL (DIAS)..: ' WITH NO ADVANCING.
           PERFORM 0805-ACCEPT-NUMERO.
           IF WS-ENTRADA-IX > 3
               DISPLAY 'RECUSADO: PRAZO COM MAIS DE 3 DIGITOS'
           ELSE
               IF WS-NOVA-LINHA(1:5) = SPACES
                   DISPLAY 'RECUSADO: CODIGO OBRIGATORIO'
               ELSE
                   MOVE WS-ENTRADA(1:WS-ENTRADA-IX) TO WS-PCT-AUX
                   MOVE WS-PCT-AUX TO WS-NOVA-LINHA(61:3)
                   MOVE 'Y' TO WS-VALIDO-SW
                   PERFORM 0875-CHECAR-DUP-ID5
                       VARYING LX FROM 1 BY 1
                       UNTIL LX > WS-LINHA-COUNT
                          OR NOT WS-REGISTRO-VALIDO
                   IF NOT WS-REGISTRO-VALIDO
                       DISPLAY 'RECUSADO: CODIGO DUPLICADO'
                   END-IF
               END-IF
           END-IF.

       0892-MONTAR-PRODUTO.
           DISPLAY 'CODIGO (3 CARACT.)..: ' WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:3) TO WS-NOVA-LINHA(1:3).
           DISPLAY 'NOME................: ' WITH NO ADVANCING.
           ACCEPT WS-NOVA-LINHA(4:25).
           DISPLAY 'REGRA (M=MENSAL/A=ANUAL/C=% DO INDICE/'
               'I=INDICE+TAXA): ' WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:1) TO WS-NOVA-LINHA(29:1).
           IF WS-NOVA-LINHA(29:1) = "C" OR WS-NOVA-LINHA(29:1) = "I"
               DISPLAY 'INDICE (CDI, IPCA..): ' WITH NO ADVANCING
               ACCEPT WS-ENTRADA
               MOVE WS-ENTRADA(1:4) TO WS-NOVA-LINHA(62:4)
           END-IF.
           EVALUATE WS-NOVA-LINHA(29:1)
               WHEN "C"
                   DISPLAY '% DO INDICE (999V9999): ' WITH NO ADVANCING
               WHEN "I"
                   DISPLAY 'TAXA % A.A. ACIMA DO INDICE (999V9999): '
                       WITH NO ADVANCING
               WHEN OTHER
                   DISPLAY 'TAXA % (999V9999)...: ' WITH NO ADVANCING
           END-EVALUATE.
           PERFORM 0805-ACCEPT-NUMERO.
           IF WS-NOVA-LINHA(29:1) NOT = "M"
              AND WS-NOVA-LINHA(29:1) NOT = "A"
              AND WS-NOVA-LINHA(29:1) NOT = "C"
              AND WS-NOVA-LINHA(29:1) NOT = "I"
               DISPLAY 'RECUSADO: REGRA DEVE SER M, A, C OU I'
           ELSE
           IF (WS-NOVA-LINHA(29:1) = "C" OR WS-NOVA-LINHA(29:1) = "I")
              AND WS-NOVA-LINHA(62:4) = SPACES
               DISPLAY 'RECUSADO: INDICE OBRIGATORIO NAS REGRAS C E I'
           ELSE
           IF WS-ENTRADA-IX > 7
               DISPLAY 'RECUSADO: TAXA COM MAIS DE 7 DIGITOS'
           ELSE
               MOVE ALL "0" TO WS-NOVA-LINHA(30:7)
               MOVE WS-ENTRADA(1:WS-ENTRADA-IX)
                   TO WS-NOVA-LINHA(37 - WS-ENTRADA-IX:
                       WS-ENTRADA-IX)
               DISPLAY 'ISENTO DE IR (S/N)..: ' WITH NO ADVANCING
               ACCEPT WS-ENTRADA
               MOVE WS-ENTRADA(1:1) TO WS-NOVA-LINHA(37:1)
               DISPLAY 'APLICACAO MINIMA (CENTAVOS): '
                   WITH NO ADVANCING
               PERFORM 0805-ACCEPT-NUMERO
               IF WS-NOVA-LINHA(37:1) NOT = "S"
                  AND WS-NOVA-LINHA(37:1) NOT = "N"
                   DISPLAY 'RECUSADO: ISENCAO DEVE SER S OU N'
               ELSE
               IF WS-ENTRADA-IX > 11
                   DISPLAY 'RECUSADO: MINIMO COM MAIS DE 11 DIGITOS'
               ELSE
                   MOVE ALL "0" TO WS-NOVA-LINHA(38:11)
                   MOVE WS-ENTRADA(1:WS-ENTRADA-IX)
                       TO WS-NOVA-LINHA(49 - WS-ENTRADA-IX:
                           WS-ENTRADA-IX)
                   PERFORM 0893-MONTAR-VENCIMENTO
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       0891-MONTAR-FERIADO.
           DISPLAY 'DATA (AAAAMMDD).....: ' WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:8) TO WS-NOVA-LINHA(1:8).
           DISPLAY 'DESCRICAO...........: ' WITH NO ADVANCING.
           ACCEPT WS-NOVA-LINHA(9:30).
           CALL 'DATEVALID' USING WS-NOVA-LINHA(1:8) WS-DATA-VALIDA.
           IF WS-DATA-VALIDA NOT = 'Y'
               DISPLAY 'RECUSADO: DATA INVALIDA'
           ELSE
               MOVE 'Y' TO WS-VALIDO-SW
               PERFORM 0894-CHECAR-DUP-DATA
                   VARYING LX FROM 1 BY 1
                   UNTIL LX > WS-LINHA-COUNT
                      OR NOT WS-REGISTRO-VALIDO
               IF NOT WS-REGISTRO-VALIDO
                   DISPLAY 'RECUSADO: DATA JA CADASTRADA'
               END-IF
           END-IF.

       0894-CHECAR-DUP-DATA.
           IF LX NOT = WS-LINHA-NUM
              AND WS-LINHA(LX)(1:8) = WS-NOVA-LINHA(1:8)
               MOVE 'N' TO WS-VALIDO-SW
           END-IF.

       0893-MONTAR-VENCIMENTO.
           DISPLAY 'VENCIMENTO (L=SEM/P=PRAZO/D=DATA): '
               WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:1) TO WS-NOVA-LINHA(49:1).
           MOVE ALL "0" TO WS-NOVA-LINHA(50:12).
           EVALUATE WS-NOVA-LINHA(49:1)
               WHEN "L"
                   PERFORM 0855-VALIDAR-COD3
               WHEN "P"
                   DISPLAY 'PRAZO EM MESES......: ' WITH NO ADVANCING
                   PERFORM 0805-ACCEPT-NUMERO
                   IF WS-ENTRADA-IX > 4
                       DISPLAY 'RECUSADO: PRAZO COM MAIS DE 4 DIGITOS'
                   ELSE
                       MOVE WS-ENTRADA(1:WS-ENTRADA-IX)
                           TO WS-NOVA-LINHA(54 - WS-ENTRADA-IX:
                               WS-ENTRADA-IX)
                       IF WS-NOVA-LINHA(50:4) = "0000"
                           DISPLAY 'RECUSADO: PRAZO ZERADO'
                       ELSE
                           PERFORM 0855-VALIDAR-COD3
                       END-IF
                   END-IF
               WHEN "D"
                   DISPLAY 'DATA (AAAAMMDD).....: ' WITH NO ADVANCING
                   ACCEPT WS-ENTRADA
                   MOVE WS-ENTRADA(1:8) TO WS-NOVA-LINHA(54:8)
                   CALL 'DATEVALID' USING WS-NOVA-LINHA(54:8)
                       WS-DATA-VALIDA
                   IF WS-DATA-VALIDA NOT = 'Y'
                       DISPLAY 'RECUSADO: DATA INVALIDA'
                   ELSE
                       PERFORM 0855-VALIDAR-COD3
                   END-IF
               WHEN OTHER
                   DISPLAY 'RECUSADO: VENCIMENTO DEVE SER L, P OU D'
           END-EVALUATE.

       0895-MONTAR-CATEGORIA.
           DISPLAY 'CODIGO (3 CARACT.)..: ' WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:3) TO WS-NOVA-LINHA(1:3).
           DISPLAY 'DESCRICAO...........: ' WITH NO ADVANCING.
           ACCEPT WS-NOVA-LINHA(4:25).
           PERFORM 0855-VALIDAR-COD3.

       0896-MONTAR-DEPTO.
           DISPLAY 'CODIGO (3 CARACT.)..: ' WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:3) TO WS-NOVA-LINHA(1:3).
           DISPLAY 'NOME................: ' WITH NO ADVANCING.
           ACCEPT WS-NOVA-LINHA(4:25).
           DISPLAY 'CENTRO DE CUSTO (6).: ' WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:6) TO WS-NOVA-LINHA(29:6).
           DISPLAY 'MATRICULA DO CHEFE..: ' WITH NO ADVANCING.
           PERFORM 0805-ACCEPT-NUMERO.
           IF WS-ENTRADA-IX > 6
               DISPLAY 'RECUSADO: MATRICULA COM MAIS DE 6 DIGITOS'
           ELSE
               MOVE ALL "0" TO WS-NOVA-LINHA(35:6)
               MOVE WS-ENTRADA(1:WS-ENTRADA-IX)
                   TO WS-NOVA-LINHA(41 - WS-ENTRADA-IX:
                       WS-ENTRADA-IX)
               DISPLAY 'QUADRO APROVADO.....: ' WITH NO ADVANCING
               PERFORM 0805-ACCEPT-NUMERO
               IF WS-ENTRADA-IX > 4
                   DISPLAY 'RECUSADO: QUADRO COM MAIS DE 4 DIGITOS'
               ELSE
                   MOVE ALL "0" TO WS-NOVA-LINHA(41:4)
                   MOVE WS-ENTRADA(1:WS-ENTRADA-IX)
                       TO WS-NOVA-LINHA(45 - WS-ENTRADA-IX:
                           WS-ENTRADA-IX)
                   DISPLAY 'ORCAMENTO MENSAL (CENTAVOS): '
                       WITH NO ADVANCING
                   PERFORM 0805-ACCEPT-NUMERO
                   IF WS-ENTRADA-IX > 11
                       DISPLAY 'RECUSADO: ORCAMENTO COM MAIS DE 11 '
                           'DIGITOS'
                   ELSE
                       MOVE ALL "0" TO WS-NOVA-LINHA(45:11)
                       MOVE WS-ENTRADA(1:WS-ENTRADA-IX)
                           TO WS-NOVA-LINHA(56 - WS-ENTRADA-IX:
                               WS-ENTRADA-IX)
                       DISPLAY 'FILIAL (BRANCO=MATRIZ/ADM).: '
                           WITH NO ADVANCING
                       ACCEPT WS-ENTRADA
                       MOVE WS-ENTRADA(1:3) TO WS-NOVA-LINHA(56:3)
                       PERFORM 0855-VALIDAR-COD3
                   END-IF
               END-IF
           END-IF.

       0897-MONTAR-PROMOCAO.
           DISPLAY 'CODIGO PROMOCAO (6).: ' WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:6) TO WS-NOVA-LINHA(1:6).
           DISPLAY 'TIPO (T=TITULO/C=CATEGORIA): ' WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:1) TO WS-NOVA-LINHA(7:1).
           DISPLAY 'LIVRO OU CATEGORIA..: ' WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:5) TO WS-NOVA-LINHA(8:5).
           DISPLAY 'REGIAO (BRANCO=TODAS): ' WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:3) TO WS-NOVA-LINHA(13:3).
           DISPLAY 'INICIO (AAAAMMDD)...: ' WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:8) TO WS-NOVA-LINHA(16:8).
           DISPLAY 'FIM (AAAAMMDD)......: ' WITH NO ADVANCING.
           ACCEPT WS-ENTRADA.
           MOVE WS-ENTRADA(1:8) TO WS-NOVA-LINHA(24:8).
           DISPLAY 'DESCONTO % (99V99)..: ' WITH NO ADVANCING.
           PERFORM 0805-ACCEPT-NUMERO.
           IF WS-NOVA-LINHA(1:6) = SPACES
              OR WS-NOVA-LINHA(8:5) = SPACES
               DISPLAY 'RECUSADO: CODIGO E LIVRO/CATEGORIA OBRIGATORIOS'
           ELSE
           IF WS-NOVA-LINHA(7:1) NOT = "T"
              AND WS-NOVA-LINHA(7:1) NOT = "C"
               DISPLAY 'RECUSADO: TIPO DEVE SER T OU C'
           ELSE
           IF WS-ENTRADA-IX > 4
               DISPLAY 'RECUSADO: DESCONTO COM MAIS DE 4 DIGITOS'
           ELSE
               MOVE WS-ENTRADA(1:WS-ENTRADA-IX) TO WS-DESC-AUX
               MOVE WS-DESC-AUX TO WS-NOVA-LINHA(32:4)
               MOVE 'Y' TO WS-DATA-VALIDA
               CALL 'DATEVALID' USING WS-NOVA-LINHA(16:8)
                   WS-DATA-VALIDA
               IF WS-DATA-VALIDA = 'Y'
                   CALL 'DATEVALID' USING WS-NOVA-LINHA(24:8)
                       WS-DATA-VALIDA
               END-IF
               IF WS-DATA-VALIDA NOT = 'Y'
                   DISPLAY 'RECUSADO: DATA INVALIDA'
               ELSE
               IF WS-NOVA-LINHA(16:8) > WS-NOVA-LINHA(24:8)
                   DISPLAY 'RECUSADO: INICIO DEPOIS DO FIM'
               ELSE
               IF WS-DESC-AUX = ZEROS
                   DISPLAY 'RECUSADO: DESCONTO ZERADO'
               ELSE
                   MOVE 'Y' TO WS-VALIDO-SW
                   PERFORM 0898-CHECAR-DUP-PROMOCAO
                       VARYING LX FROM 1 BY 1
                       UNTIL LX > WS-LINHA-COUNT
                          OR NOT WS-REGISTRO-VALIDO
                   IF NOT WS-REGISTRO-VALIDO
                       DISPLAY 'RECUSADO: PROMOCAO JA CADASTRADA '
                           'PARA ESTE LIVRO/CATEGORIA E REGIAO'
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       0898-CHECAR-DUP-PROMOCAO.
           IF LX NOT = WS-LINHA-NUM
              AND WS-LINHA(LX)(1:6) = WS-NOVA-LINHA(1:6)
              AND WS-LINHA(LX)(8:8) = WS-NOVA-LINHA(8:8)
               MOVE 'N' TO WS-VALIDO-SW
           END-IF.

       0899-MONTAR-MERITO.
           DISPLAY 'NOTA (1-5)..........: ' WITH NO ADVANCING.
           PERFORM 0805-ACCEPT-NUMERO.
           MOVE WS-ENTRADA(1:1) TO WS-NOVA-LINHA(1:1).
           IF WS-ENTRADA-IX > 1
              OR WS-NOVA-LINHA(1:1) < "1" OR WS-NOVA-LINHA(1:1) > "5"
               DISPLAY 'RECUSADO: NOTA DEVE SER DE 1 A 5'
           ELSE
               DISPLAY 'QUARTIL (1-4).......: ' WITH NO ADVANCING
               PERFORM 0805-ACCEPT-NUMERO
               MOVE WS-ENTRADA(1:1) TO WS-NOVA-LINHA(2:1)
               IF WS-ENTRADA-IX > 1
                  OR WS-NOVA-LINHA(2:1) < "1"
                  OR WS-NOVA-LINHA(2:1) > "4"
                   DISPLAY 'RECUSADO: QUARTIL DEVE SER DE 1 A 4'
               ELSE
                   DISPLAY 'PERCENTUAL (9V99)...: ' WITH NO ADVANCING
                   PERFORM 0805-ACCEPT-NUMERO
                   MOVE WS-ENTRADA(1:WS-ENTRADA-IX) TO WS-PCT-AUX
                   MOVE WS-PCT-AUX TO WS-NOVA-LINHA(3:3)
                   IF WS-ENTRADA-IX > 3 OR WS-PCT-AUX = ZEROS
                       DISPLAY 'RECUSADO: PERCENTUAL INVALIDO'
                   ELSE
                       MOVE 'Y' TO WS-VALIDO-SW
                       PERFORM 0825-CHECAR-DUP-CURTA
                           VARYING LX FROM 1 BY 1
                           UNTIL LX > WS-LINHA-COUNT
                              OR NOT WS-REGISTRO-VALIDO
                       IF NOT WS-REGISTRO-VALIDO
                           DISPLAY 'RECUSADO: CELULA JA CADASTRADA'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0900-GRAVAR-E-AUDITAR.
           OPEN OUTPUT CTLFILE.
           PERFORM 0910-GRAVAR-LINHA
