      *****************************************************
      * FERIAREC.CPY
      * REGISTRO DO CONTROLE DE FERIAS (FERIAMST), INDEXADO
      * PELA MESMA CHAVE DO MESTRE (COMPANHIA + MATRICULA):
      * A DATA DE ADMISSAO (EMP-DATA-CAD) E ATE TRES
      * PERIODOS AQUISITIVOS DE 12 MESES, DO MAIS ANTIGO
      * PARA O MAIS NOVO. CADA PERIODO TEM O INICIO, O FIM
      * (ANIVERSARIO - O DIA EM QUE O SEGUINTE ABRE), O
      * LIMITE DE CONCESSAO (12 MESES DEPOIS DO FIM - GOZO
      * INICIADO DEPOIS DELE E PAGO EM DOBRO), OS DIAS
      * ADQUIRIDOS (2,5 POR MES COMPLETO, 30 NO PERIODO
      * FECHADO), OS DIAS JA GOZADOS/PAGOS, A DATA DE
      * INICIO DO ULTIMO GOZO PAGO E AS DATAS DE INICIO DE
      * CADA FRACAO PAGA NO PERIODO (ATE TRES, COMO PERMITE A
      * CLT), QUE IMPEDEM PAGAR A MESMA PROGRAMACAO DUAS
      * VEZES.
      * SITUACAO DO PERIODO: 'A' AQUISITIVO EM CURSO, 'V'
      * VENCIDO (ADQUIRIDO, COM SALDO A GOZAR), 'Q' QUITADO.
      * APURADO PELO PROGCOB04A E BAIXADO PELO PROGCOB04P.
      * AS FRACOES PAGAS TAMBEM DIZEM AO PROGCOB04 (DESCONTO
      * DOS DIAS DE FERIAS DO SALARIO) E AO PROGCOB27 (DIAS
      * QUE NAO SAO FALTA NO PONTO) QUE O GOZO DO FERIAPRG
      * JA FOI PAGO.
      * 15/10/2026 GABPI0  VERSAO ORIGINAL
      * 15/10/2026 GABPI0  NOVOS LEITORES: PROGCOB04 (FOLHA
      *                    NORMAL) E PROGCOB27 (IMPORTACAO DO
      *                    PONTO)
      * 15/10/2026 GABPI0  DATAS DE INICIO DE TODAS AS FRACOES
      *                    PAGAS NO PERIODO (FR-GOZO-PAGO) - SO
      *                    O ULTIMO GOZO NAO BASTAVA COM FERIAS
      *                    FRACIONADAS. O FERIAMST DEVE SER
      *                    RECRIADO PELO PROGCOB04A
      *****************************************************
       01  FERIAS-REG.
           05  FR-CHAVE.
               10  FR-COMPANHIA    PIC X(02).
               10  FR-MATRICULA    PIC 9(06).
           05  FR-DATA-ADMISSAO    PIC X(08).
           05  FR-DATA-APURACAO    PIC X(08).
           05  FR-QTDE-PERIODOS    PIC 9(01).
           05  FR-PERIODO OCCURS 3 TIMES.
               10  FR-PER-INICIO   PIC X(08).
               10  FR-PER-FIM      PIC X(08).
               10  FR-PER-LIMITE   PIC X(08).
               10  FR-DIAS-ADQUIRIDOS PIC 9(02).
               10  FR-DIAS-GOZADOS PIC 9(02).
               10  FR-ULT-GOZO     PIC X(08).
               10  FR-GOZOS-PAGOS.
                   15  FR-GOZO-PAGO PIC X(08) OCCURS 3 TIMES.
               10  FR-PER-SITUACAO PIC X(01).
                   88  FR-PER-AQUISITIVO  VALUE 'A'.
                   88  FR-PER-VENCIDO     VALUE 'V'.
                   88  FR-PER-QUITADO     VALUE 'Q'.
