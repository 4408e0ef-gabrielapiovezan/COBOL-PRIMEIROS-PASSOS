      *****************************************************
      * AFASTREC.CPY
      * REGISTRO DO CADASTRO DE AFASTAMENTOS (AFASTMST),
      * INDEXADO POR COMPANHIA + MATRICULA + DATA DE INICIO
      * DO AFASTAMENTO (AAAAMMDD) - UM EMPREGADO PODE TER
      * VARIOS AFASTAMENTOS AO LONGO DO TEMPO.
      * TIPO DO AFASTAMENTO E DIAS PAGOS PELA EMPRESA A
      * PARTIR DO INICIO (O RESTANTE NAO SAI NA FOLHA):
      *   'DO' DOENCA (AUXILIO DO INSS)  - 15 PRIMEIROS DIAS
      *   'AT' ACIDENTE DE TRABALHO      - 15 PRIMEIROS DIAS
      *   'MA' LICENCA-MATERNIDADE       - NENHUM
      *   'LN' LICENCA NAO REMUNERADA    - NENHUM
      *   'SM' SERVICO MILITAR           - NENHUM
      * AF-RETORNO-PREVISTO E A DATA PREVISTA DE VOLTA AO
      * TRABALHO; AF-RETORNO-EFETIVO (BRANCO ENQUANTO O
      * EMPREGADO NAO VOLTA) E O PRIMEIRO DIA TRABALHADO
      * APOS O AFASTAMENTO E ENCERRA O AFASTAMENTO.
      * SITUACAO: 'A' ATIVO E 'C' CANCELADO (LANCADO POR
      * ENGANO - NAO ENTRA EM NENHUM CALCULO).
      * MANTIDO PELO PROGCOB43; LIDO PELO PROGCOB04G E PELO
      * PROGCOB04 (DIAS NAO PAGOS, VIA PROGCOB43C), PELO
      * PROGCOB26 (QUADRO DE PESSOAL), PELO PROGCOB43R
      * (RETORNOS VENCIDOS) E PELO PROGCOB27 (DIAS QUE NAO
      * SAO FALTA NO PONTO, VIA PROGCOB43C).
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      * 15/10/2026 GABPI0  NOVO LEITOR: PROGCOB27 (IMPORTACAO DO
      *                    PONTO)
      *****************************************************
       01  AFASTAMENTO-REG.
           05  AF-CHAVE.
               10  AF-COMPANHIA    PIC X(02).
               10  AF-MATRICULA    PIC 9(06).
               10  AF-DATA-INICIO  PIC X(08).
               10  AF-INICIO-R REDEFINES AF-DATA-INICIO.
                   15  AF-INICIO-ANO  PIC 9(04).
                   15  AF-INICIO-MES  PIC 9(02).
                   15  AF-INICIO-DIA  PIC 9(02).
           05  AF-TIPO             PIC X(02).
               88  AF-DOENCA              VALUE 'DO'.
               88  AF-ACIDENTE-TRABALHO   VALUE 'AT'.
               88  AF-MATERNIDADE         VALUE 'MA'.
               88  AF-NAO-REMUNERADA      VALUE 'LN'.
               88  AF-SERVICO-MILITAR     VALUE 'SM'.
               88  AF-TIPO-VALIDO         VALUE 'DO' 'AT' 'MA'
                                                'LN' 'SM'.
           05  AF-RETORNO-PREVISTO PIC X(08).
           05  AF-RETORNO-EFETIVO  PIC X(08).
           05  AF-RETORNO-R REDEFINES AF-RETORNO-EFETIVO.
               10  AF-RETORNO-ANO  PIC 9(04).
               10  AF-RETORNO-MES  PIC 9(02).
               10  AF-RETORNO-DIA  PIC 9(02).
           05  AF-SITUACAO         PIC X(01).
               88  AF-ATIVO               VALUE 'A'.
               88  AF-CANCELADO           VALUE 'C'.
           05  AF-DATA-INCLUSAO    PIC X(08).
           05  AF-DATA-ALTERACAO   PIC X(08).
