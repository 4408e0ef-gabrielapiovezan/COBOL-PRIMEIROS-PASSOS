       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB43C.
      * *******************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIELA GABPI0
      * OBJETIVO: CALCULA, PARA UM AFASTAMENTO (AFASTREC) E UM
      *           PERIODO DA FOLHA (AAAAMM), QUANTOS DIAS DO
      *           PERIODO O EMPREGADO ESTEVE AFASTADO E QUANTOS
      *           DESSES DIAS NAO SAO PAGOS PELA EMPRESA - OS
      *           DIAS A PARTIR DO INICIO, DESCONTADOS OS DIAS
      *           PAGOS PELA EMPRESA NO TIPO DO AFASTAMENTO (15
      *           NA DOENCA E NO ACIDENTE DE TRABALHO), ATE A
      *           VESPERA DO RETORNO EFETIVO (SEM RETORNO, ATE O
      *           FIM DO PERIODO). A CONTAGEM USA O MES
      *           COMERCIAL DE 30 DIAS, COMO O CALCULO DO
      *           SALARIO DIARIO NAS FALTAS. AFASTAMENTO
      *           CANCELADO OU COM DATAS INVALIDAS DEVOLVE ZERO.
      *           CHAMADO PELO PROGCOB04G, PELO PROGCOB04 E PELO
      *           PROGCOB27
      * DATA: = 15/10/2026
      * -------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      * 15/10/2026 GABPI0  NOVO CHAMADOR: PROGCOB27 (DIAS DE
      *                    AFASTAMENTO NAO SAO FALTA NO PONTO)
      **********************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WRK-DIAS-EMPRESA    PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-BISSEXTO  PIC 9(02) VALUE ZEROS.
       77 WRK-QUOC-BISSEXTO   PIC 9(04) VALUE ZEROS.
       77 WRK-ULTIMO-DIA-MES  PIC 9(02) VALUE ZEROS.
       77 WRK-PRIMEIRO-DIA    PIC 9(02) VALUE ZEROS.
       77 WRK-ULTIMO-DIA      PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-CONTADOS   PIC 9(02) VALUE ZEROS.
       77 WRK-SEM-RETORNO     PIC X(01) VALUE 'N'.
           88 SEM-RETORNO             VALUE 'S'.
       77 WRK-AFAST-OK        PIC X(01) VALUE 'N'.
           88 AFASTAMENTO-VALIDO      VALUE 'S'.
      *---------------------------------------------------
      * PRIMEIRO DIA DO PERIODO E DO PERIODO SEGUINTE
      *---------------------------------------------------
       01 WRK-INICIO-PERIODO.
           05 IPR-ANO          PIC 9(04).
           05 IPR-MES          PIC 9(02).
           05 IPR-DIA          PIC 9(02).
       01 WRK-INICIO-PERIODO-N REDEFINES WRK-INICIO-PERIODO
                               PIC 9(08).
       01 WRK-INICIO-SEGUINTE.
           05 ISG-ANO          PIC 9(04).
           05 ISG-MES          PIC 9(02).
           05 ISG-DIA          PIC 9(02).
       01 WRK-INICIO-SEGUINTE-N REDEFINES WRK-INICIO-SEGUINTE
                               PIC 9(08).
      *---------------------------------------------------
      * INICIO DO TRECHO CONTADO (O INICIO DO AFASTAMENTO OU
      * O PRIMEIRO DIA NAO PAGO) E RETORNO EFETIVO
      *---------------------------------------------------
       01 WRK-DATA-TRECHO.
           05 TRC-ANO          PIC 9(04).
           05 TRC-MES          PIC 9(02).
           05 TRC-DIA          PIC 9(02).
       01 WRK-DATA-TRECHO-N REDEFINES WRK-DATA-TRECHO
                               PIC 9(08).
       01 WRK-DATA-RETORNO.
           05 RET-ANO          PIC 9(04).
           05 RET-MES          PIC 9(02).
           05 RET-DIA          PIC 9(02).
       01 WRK-DATA-RETORNO-N REDEFINES WRK-DATA-RETORNO
                               PIC 9(08).
       LINKAGE SECTION.
           COPY AFASTREC.
       01 LNK-PERIODO          PIC X(06).
       01 LNK-DIAS-AFASTADO    PIC 9(02).
       01 LNK-DIAS-SEM-PAGTO   PIC 9(02).

       PROCEDURE DIVISION USING AFASTAMENTO-REG LNK-PERIODO
           LNK-DIAS-AFASTADO LNK-DIAS-SEM-PAGTO.
       0000-MAINLINE.
           MOVE ZEROS TO LNK-DIAS-AFASTADO.
           MOVE ZEROS TO LNK-DIAS-SEM-PAGTO.
           PERFORM 1000-PREPARAR THRU 1000-PREPARAR-EXIT.
           IF NOT AFASTAMENTO-VALIDO
               GOBACK
           END-IF.
           MOVE AF-DATA-INICIO TO WRK-DATA-TRECHO.
           PERFORM 3000-CONTAR-TRECHO THRU 3000-CONTAR-TRECHO-EXIT.
           MOVE WRK-DIAS-CONTADOS TO LNK-DIAS-AFASTADO.
           PERFORM 2000-AVANCAR-DIA THRU 2000-AVANCAR-DIA-EXIT
               WRK-DIAS-EMPRESA TIMES.
           PERFORM 3000-CONTAR-TRECHO THRU 3000-CONTAR-TRECHO-EXIT.
           MOVE WRK-DIAS-CONTADOS TO LNK-DIAS-SEM-PAGTO.
           GOBACK.

      *****************************************************
      * CONFERE O REGISTRO E O PERIODO, MONTA O PRIMEIRO DIA
      * DO PERIODO E DO SEGUINTE E OS DIAS PAGOS PELA
      * EMPRESA NO TIPO. AFASTAMENTO CANCELADO OU COM DATAS
      * INVALIDAS NAO TEM NADA A CONTAR
      *****************************************************
       1000-PREPARAR.
           MOVE 'N' TO WRK-AFAST-OK.
           IF NOT AF-ATIVO OR NOT AF-TIPO-VALIDO
               OR AF-DATA-INICIO NOT NUMERIC
               OR LNK-PERIODO NOT NUMERIC
               GO TO 1000-PREPARAR-EXIT
           END-IF.
           MOVE 'S' TO WRK-AFAST-OK.
           MOVE 'N' TO WRK-SEM-RETORNO.
           IF AF-RETORNO-EFETIVO = SPACES
               OR AF-RETORNO-EFETIVO NOT NUMERIC
               MOVE 'S' TO WRK-SEM-RETORNO
               MOVE ZEROS TO WRK-DATA-RETORNO-N
           ELSE
               MOVE AF-RETORNO-EFETIVO TO WRK-DATA-RETORNO
           END-IF.
           MOVE LNK-PERIODO TO WRK-INICIO-PERIODO (1:6).
           MOVE 1 TO IPR-DIA.
           MOVE WRK-INICIO-PERIODO TO WRK-INICIO-SEGUINTE.
           IF ISG-MES = 12
               MOVE 1 TO ISG-MES
               ADD 1 TO ISG-ANO
           ELSE
               ADD 1 TO ISG-MES
           END-IF.
           EVALUATE TRUE
               WHEN AF-DOENCA OR AF-ACIDENTE-TRABALHO
                   MOVE 15 TO WRK-DIAS-EMPRESA
               WHEN OTHER
                   MOVE ZEROS TO WRK-DIAS-EMPRESA
           END-EVALUATE.
       1000-PREPARAR-EXIT.
           EXIT.

      *****************************************************
      * AVANCA UM DIA NA DATA DO TRECHO, VIRANDO O MES E O
      * ANO (FEVEREIRO COM 29 DIAS NO ANO BISSEXTO)
      *****************************************************
       2000-AVANCAR-DIA.
           EVALUATE TRUE
               WHEN TRC-MES = 4 OR TRC-MES = 6
                   OR TRC-MES = 9 OR TRC-MES = 11
                   MOVE 30 TO WRK-ULTIMO-DIA-MES
               WHEN TRC-MES = 2
                   DIVIDE TRC-ANO BY 4 GIVING WRK-QUOC-BISSEXTO
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       MOVE 29 TO WRK-ULTIMO-DIA-MES
                   ELSE
                       MOVE 28 TO WRK-ULTIMO-DIA-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WRK-ULTIMO-DIA-MES
           END-EVALUATE.
           IF TRC-DIA < WRK-ULTIMO-DIA-MES
               ADD 1 TO TRC-DIA
               GO TO 2000-AVANCAR-DIA-EXIT
           END-IF.
           MOVE 1 TO TRC-DIA.
           IF TRC-MES = 12
               MOVE 1 TO TRC-MES
               ADD 1 TO TRC-ANO
           ELSE
               ADD 1 TO TRC-MES
           END-IF.
       2000-AVANCAR-DIA-EXIT.
           EXIT.

      *****************************************************
      * CONTA OS DIAS DO PERIODO ENTRE A DATA DO TRECHO E A
      * VESPERA DO RETORNO EFETIVO, NO MES DE 30 DIAS: O
      * TRECHO QUE VEM DE ANTES COMECA NO DIA 1 E O QUE
      * SEGUE ALEM DO PERIODO (OU NAO TEM RETORNO) VAI ATE O
      * DIA 30, MESMO EM FEVEREIRO E NOS MESES DE 31
      *****************************************************
       3000-CONTAR-TRECHO.
           MOVE ZEROS TO WRK-DIAS-CONTADOS.
           IF WRK-DATA-TRECHO-N NOT < WRK-INICIO-SEGUINTE-N
               GO TO 3000-CONTAR-TRECHO-EXIT
           END-IF.
           IF NOT SEM-RETORNO
               IF WRK-DATA-RETORNO-N NOT > WRK-INICIO-PERIODO-N
                   OR WRK-DATA-RETORNO-N NOT > WRK-DATA-TRECHO-N
                   GO TO 3000-CONTAR-TRECHO-EXIT
               END-IF
           END-IF.
           IF WRK-DATA-TRECHO-N < WRK-INICIO-PERIODO-N
               MOVE 1 TO WRK-PRIMEIRO-DIA
           ELSE
               MOVE TRC-DIA TO WRK-PRIMEIRO-DIA
           END-IF.
           IF WRK-PRIMEIRO-DIA > 30
               GO TO 3000-CONTAR-TRECHO-EXIT
           END-IF.
           IF SEM-RETORNO
               OR WRK-DATA-RETORNO-N NOT < WRK-INICIO-SEGUINTE-N
               MOVE 30 TO WRK-ULTIMO-DIA
           ELSE
               COMPUTE WRK-ULTIMO-DIA = RET-DIA - 1
               IF WRK-ULTIMO-DIA > 30
                   MOVE 30 TO WRK-ULTIMO-DIA
               END-IF
           END-IF.
           IF WRK-ULTIMO-DIA < WRK-PRIMEIRO-DIA
               GO TO 3000-CONTAR-TRECHO-EXIT
           END-IF.
           COMPUTE WRK-DIAS-CONTADOS =
               WRK-ULTIMO-DIA - WRK-PRIMEIRO-DIA + 1.
       3000-CONTAR-TRECHO-EXIT.
           EXIT.
