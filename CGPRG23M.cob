       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG021.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: FATURAMENTO MENSAL DAS MENSALIDADES. PARA O MES DE
      *           REFERENCIA DO CARTAO DE CONTROLE (SYSIN), COBRA
      *           CADA ALUNO DO MESTRE (ARQMEST) PELO PRECO DO SEU
      *           CURSO NA TABELA DE PRECOS (ARQPREC), ABATE AS
      *           BOLSAS/DESCONTOS VIGENTES NO MES (ARQBOLS, EM
      *           PERCENTUAL OU VALOR FIXO) E, SOBRE O SALDO VENCIDO
      *           DA POSICAO DA TESOURARIA (ARQSALD), CALCULA MULTA
      *           (NO PRIMEIRO MES DE ATRASO) E JUROS (A CADA MES).
      *           GRAVA AS COBRANCAS "C" DO MES NO LAYOUT DO ARQMOV
      *           (ARQMOVM, ENTRADA DO RSPRG015) E EMITE O REGISTRO
      *           DE FATURAMENTO (RELFATU) POR CURSO, COM VALOR
      *           BRUTO, DESCONTO, MULTA, JUROS E LIQUIDO POR ALUNO E
      *           TOTAIS POR CURSO, PARA CONFERENCIA COM A
      *           CONTABILIDADE. ALUNO QUE SAIU (TRANSFERIDO, TRANCADO,
      *           ABANDONO OU CONCLUIDO) ANTES DO MES DE REFERENCIA NAO
      *           TEM MENSALIDADE, SO OS ENCARGOS DO SALDO VENCIDO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  200001  PROGRAMA DE FATURAMENTO MENSAL DAS
      *                          MENSALIDADES (BOLSAS, MULTA E
      *                          JUROS) CRIADO.
      *  V02    10/2026  200002  MESTRE (ARQMEST) COM SEXO E DATA DE
      *                          NASCIMENTO, 69 BYTES (ACOMPANHA O
      *                          RSPRG002 V26). SEM MUDANCA DE
      *                          PROCESSAMENTO.
      *  V03    10/2026  200003  SITUACAO DA MATRICULA (ARQMEST, 108
      *                          BYTES): ALUNO TRANSFERIDO, TRANCADO,
      *                          QUE ABANDONOU OU CONCLUIU COM DATA
      *                          EFETIVA ANTERIOR AO MES NAO TEM
      *                          MENSALIDADE, SO MULTA/JUROS DO SALDO
      *                          VENCIDO; SEM VALOR NAO SAI NO RELFATU.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           .
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
           SELECT RELFATU   ASSIGN TO RELFATU
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQPREC   ASSIGN TO ARQPREC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-PREC-STATUS.
           SELECT ARQBOLS   ASSIGN TO ARQBOLS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-BOLS-STATUS.
           SELECT ARQSALD   ASSIGN TO ARQSALD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SALD-STATUS.
           SELECT ARQMEST   ASSIGN TO ARQMEST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WS-MEST-NUM
               FILE STATUS  IS WS-MEST-STATUS.
           SELECT ARQMOVM   ASSIGN TO ARQMOVM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-MOVM-STATUS.
           SELECT ARQFATW   ASSIGN TO ARQFATW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQFATO   ASSIGN TO ARQFATO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQEXEC   ASSIGN TO ARQEXEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXEC-STATUS.
           SELECT CLASSIF   ASSIGN TO SORTWK.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> RELFATU - REGISTRO DE FATURAMENTO DO MES (IMPRESSAO)
       FD  RELFATU
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-RELFATU      PIC X(132).
      *-----> ARQPREC - TABELA DE PRECOS DAS MENSALIDADES (DD NO
      *       JCL): CURSO + INICIO DA VIGENCIA (AAAAMM) + VALOR
      *       MENSAL. VALE PARA O CURSO O PRECO DE INICIO MAIS
      *       RECENTE NAO POSTERIOR AO MES DE REFERENCIA
       FD  ARQPREC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-PREC          PIC X(27).
      *-----> ARQBOLS - BOLSAS E DESCONTOS (DD NO JCL): ALUNO + TIPO
      *       (P=PERCENTUAL V=VALOR FIXO) + PERCENTUAL OU VALOR
      *       (AMBOS COM DUAS DECIMAIS) +
      *       DATAS DE INICIO E FIM DA VIGENCIA (FIM ZERADO = SEM
      *       PRAZO); AUSENTE E TRATADO COMO NENHUMA BOLSA
       FD  ARQBOLS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-BOLS          PIC X(30).
      *-----> ARQSALD - POSICAO DE SALDOS EM ABERTO DA TESOURARIA
      *       (DD NO JCL, GERADO PELO RSPRG015): ALUNO + SALDO +
      *       DATA DA COBRANCA ABERTA MAIS ANTIGA
       FD  ARQSALD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-SALD          PIC X(21).
      *-----> ARQMEST - ARQUIVO MESTRE DE ALUNOS (VSAM KSDS, DD NO JCL)
       FD  ARQMEST
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-MESTRE.
           05  WS-MEST-NUM        PIC 9(04).
           05  WS-MEST-NOM        PIC X(20).
           05  WS-MEST-NOT1       PIC S9(02)V99.
           05  WS-MEST-NOT2       PIC S9(02)V99.
           05  WS-MEST-NOT3       PIC S9(02)V99.
           05  WS-MEST-NOT4       PIC S9(02)V99.
           05  WS-MEST-MEDIA      PIC S9(02)V99.
           05  WS-MEST-SITUACAO   PIC X(01).
               88  MEST-APROVADO             VALUE 'A'.
               88  MEST-REPROVADO            VALUE 'R'.
               88  MEST-REPROV-FALTA         VALUE 'F'.
           05  WS-MEST-CUR        PIC X(12).
           05  WS-MEST-SERIE      PIC 9(01).
           05  WS-MEST-TURMA      PIC X(02).
           05  WS-MEST-SEXO       PIC X(01).
           05  WS-MEST-DATA-NASC  PIC 9(08).
           05  WS-MEST-SIT-MAT    PIC X(01).
               88  MEST-ATIVO                VALUE 'A' ' '.
               88  MEST-TRANSFERIDO          VALUE 'T'.
               88  MEST-TRANCADO             VALUE 'M'.
               88  MEST-ABANDONO             VALUE 'B'.
               88  MEST-CONCLUIDO            VALUE 'C'.
           05  WS-MEST-DATA-SIT   PIC 9(08).
           05  WS-MEST-MOTIVO-SIT PIC X(30).
      *-----> ARQMOVM - COBRANCAS DO MES (SAIDA, DD NO JCL), NO
      *       LAYOUT DO ARQMOV: ENTRA NO RSPRG015 COMO MOVIMENTO
       FD  ARQMOVM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-MOVM          PIC X(22).
      *-----> ARQFATW - ARQUIVO DE TRABALHO COM O FATURAMENTO DE
      *       CADA ALUNO, GRAVADO EM 030 PARA CLASSIFICACAO
       FD  ARQFATW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-FATW          PIC X(111).
      *-----> ARQFATO - FATURAMENTO CLASSIFICADO POR CURSO E NOME
      *       (SAIDA DO SORT), BASE DO RELFATU
       FD  ARQFATO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-FATO          PIC X(111).
      *-----> ARQEXEC - CONTROLE DE EXECUCAO DA SUITE (DD NO JCL):
      *       UM REGISTRO POR EXECUCAO, LIDO PELO RSPRG013
       FD  ARQEXEC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-EXEC          PIC X(48).
      *-----> CLASSIF - ARQUIVO DE CLASSIFICACAO (SORT)
       SD  CLASSIF.
       01  WS-REG-CLAS.
           05  WS-CLS-CUR         PIC X(12).
           05  WS-CLS-NOM         PIC X(20).
           05  FILLER             PIC X(79).
      *
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADAS NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC 9(01)      VALUE ZEROS.
           05  WS-CT-ALUNOS           PIC 9(06)      VALUE ZEROS.
           05  WS-CT-FATURADOS        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-SEM-PRECO        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-NAO-ATIVOS       PIC 9(06)      VALUE ZEROS.
           05  WS-CT-COM-BOLSA        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-COM-ENCARGOS     PIC 9(06)      VALUE ZEROS.
           05  WS-CT-PRECOS-LIDOS     PIC 9(06)      VALUE ZEROS.
           05  WS-CT-BOLSAS-LIDAS     PIC 9(06)      VALUE ZEROS.
           05  WS-CT-BOLSAS-INVALIDAS PIC 9(06)      VALUE ZEROS.
           05  WS-CT-MOV-GRAVADOS     PIC 9(06)      VALUE ZEROS.
           05  WS-CT-ALUNOS-CURSO     PIC 9(06)      VALUE ZEROS.

      *-----> CONTROLE DOS ARQUIVOS
       01  WS-PREC-STATUS             PIC X(02)      VALUE '00'.
       01  WS-PREC-FIM                PIC X(01)      VALUE 'N'.
           88  PREC-FIM                              VALUE 'S'.
       01  WS-BOLS-STATUS             PIC X(02)      VALUE '00'.
       01  WS-BOLS-FIM                PIC X(01)      VALUE 'N'.
           88  BOLS-FIM                              VALUE 'S'.
       01  WS-SALD-STATUS             PIC X(02)      VALUE '00'.
       01  WS-SALD-FIM                PIC X(01)      VALUE 'N'.
           88  SALD-FIM                              VALUE 'S'.
       01  WS-MEST-STATUS             PIC X(02)      VALUE '00'.
       01  WS-MOVM-STATUS             PIC X(02)      VALUE '00'.
       01  WS-FATO-FIM                PIC X(01)      VALUE 'N'.
           88  FATO-FIM                              VALUE 'S'.
       01  WS-EXEC-STATUS             PIC X(02)      VALUE '00'.

      *-----> CURSO DA QUEBRA DO RELATORIO
       01  WS-CUR-ANTERIOR            PIC X(12)      VALUE LOW-VALUES.

      *-----> MATRICULA ENCERRADA ANTES DO MES DE REFERENCIA (SEM
      *       MENSALIDADE) E MES DA DATA EFETIVA DA SAIDA
       01  WS-IND-FORA                PIC X(01)      VALUE 'N'.
           88  MATRICULA-FORA                        VALUE 'S'.
       77  WS-MES-SAIDA               PIC 9(06)      VALUE ZEROS.

      *-----> DATA/HORA DA EXECUCAO
       01  WS-AREA-EXECUCAO.
           05  WS-DATA-CORRENTE       PIC 9(08)      VALUE ZEROS.
           05  WS-HORA-CORRENTE-X.
               10  WS-HORA-CORRENTE   PIC 9(06).
               10  FILLER             PIC X(02).

      *-----> REGISTRO DE CONTROLE DE EXECUCAO (ARQEXEC), GRAVADO
      *       NO TERMINO PARA O RESUMO DIARIO DE OPERACAO
       01  WS-REG-EXEC.
           05  WS-EXE-PROGRAMA        PIC X(08).
           05  WS-EXE-DATA            PIC 9(08).
           05  WS-EXE-HORA            PIC 9(06).
           05  WS-EXE-ANO             PIC 9(04).
           05  WS-EXE-BIM             PIC 9(01).
           05  WS-EXE-TIPO            PIC X(01).
           05  WS-EXE-LIDOS           PIC 9(06).
           05  WS-EXE-ACEITOS         PIC 9(06).
           05  WS-EXE-REJEITADOS      PIC 9(06).
           05  WS-EXE-RC              PIC 9(02).

      *-----> ENTRADA - CARTAO DE CONTROLE (SYSIN): MES DE
      *       REFERENCIA (AAAAMM, OBRIGATORIO), DIA DO VENCIMENTO E
      *       PERCENTUAIS DE MULTA E DE JUROS AO MES; OS TRES
      *       ULTIMOS EM BRANCO ASSUMEM OS VALORES PADRAO
       01  WS-REG-CARTAO.
           05  WS-CRT-REFERENCIA.
               10  WS-CRT-REF-ANO     PIC 9(04).
               10  WS-CRT-REF-MES     PIC 9(02).
           05  WS-CRT-DIA-VENC        PIC X(02).
           05  WS-CRT-DIA-VENC-N REDEFINES WS-CRT-DIA-VENC
                                      PIC 9(02).
           05  WS-CRT-PCT-MULTA       PIC X(04).
           05  WS-CRT-PCT-MULTA-N REDEFINES WS-CRT-PCT-MULTA
                                      PIC 9(02)V99.
           05  WS-CRT-PCT-JUROS       PIC X(04).
           05  WS-CRT-PCT-JUROS-N REDEFINES WS-CRT-PCT-JUROS
                                      PIC 9(02)V99.
           05  FILLER                 PIC X(64).

      *-----> PARAMETROS DO FATURAMENTO EM VIGOR
       01  WS-AREA-PARAMETROS.
           05  WS-REFERENCIA          PIC 9(06)      VALUE ZEROS.
           05  WS-REFERENCIA-R REDEFINES WS-REFERENCIA.
               10  WS-REF-ANO         PIC 9(04).
               10  WS-REF-MES         PIC 9(02).
           05  WS-DATA-VENCIMENTO     PIC 9(08)      VALUE ZEROS.
           05  WS-DATA-VENCIMENTO-R REDEFINES WS-DATA-VENCIMENTO.
               10  WS-VENC-ANO-MES    PIC 9(06).
               10  WS-VENC-DIA        PIC 9(02).
           05  WS-DIA-VENCIMENTO      PIC 9(02)      VALUE 10.
           05  WS-PCT-MULTA           PIC 9(02)V99   VALUE 2.
           05  WS-PCT-JUROS           PIC 9(02)V99   VALUE 1.

      *-----> AREA DE DESMEMBRAMENTO DO REGISTRO DE PRECO
       01  WS-REG-PRECO.
           05  WS-PRC-CUR             PIC X(12).
           05  WS-PRC-INICIO          PIC 9(06).
           05  WS-PRC-VALOR           PIC 9(07)V99.

      *-----> TABELA DE PRECOS POR CURSO E INICIO DE VIGENCIA.
      *       EXCEDER O LIMITE CANCELA O FATURAMENTO (RC 16)
       01  WS-TAB-PRECOS.
           05  WS-QTD-PRECOS          PIC 9(04)      VALUE ZEROS.
           05  WS-PRC-OCR OCCURS 500 TIMES
                                      INDEXED BY WS-IX-PRC.
               10  WS-TP-CUR          PIC X(12).
               10  WS-TP-INICIO       PIC 9(06).
               10  WS-TP-VALOR        PIC 9(07)V99.

      *-----> PRECO SELECIONADO PARA O ALUNO CORRENTE
       01  WS-AREA-PRECO-ALUNO.
           05  WS-PRECO-ACHADO        PIC X(01)      VALUE 'N'.
               88  PRECO-ACHADO                      VALUE 'S'.
           05  WS-PRECO-INICIO        PIC 9(06)      VALUE ZEROS.
           05  WS-PRECO-VALOR         PIC 9(07)V99   VALUE ZEROS.

      *-----> AREA DE DESMEMBRAMENTO DO REGISTRO DE BOLSA
       01  WS-REG-BOLSA.
           05  WS-BLS-NUM             PIC 9(04).
           05  WS-BLS-TIPO            PIC X(01).
               88  BLS-PERCENTUAL                    VALUE 'P'.
               88  BLS-VALOR-FIXO                    VALUE 'V'.
           05  WS-BLS-VALOR           PIC 9(07)V99.
           05  WS-BLS-INICIO          PIC 9(08).
           05  WS-BLS-FIM             PIC 9(08).

      *-----> TABELA DAS BOLSAS VALIDAS (VIGENCIA EM AAAAMM). BOLSA
      *       INVALIDA E DESPREZADA COM AVISO (RC 8); EXCEDER O
      *       LIMITE CANCELA O FATURAMENTO (RC 16)
       01  WS-TAB-BOLSAS.
           05  WS-QTD-BOLSAS          PIC 9(04)      VALUE ZEROS.
           05  WS-BLS-OCR OCCURS 3000 TIMES
                                      INDEXED BY WS-IX-BLS.
               10  WS-TB-NUM          PIC 9(04).
               10  WS-TB-TIPO         PIC X(01).
               10  WS-TB-VALOR        PIC 9(07)V99.
               10  WS-TB-INICIO       PIC 9(06).
               10  WS-TB-FIM          PIC 9(06).

      *-----> VIGENCIA DA BOLSA LIDA, DESMEMBRADA EM AAAAMM
       01  WS-DATA-BOLSA              PIC 9(08)      VALUE ZEROS.
       01  WS-DATA-BOLSA-R REDEFINES WS-DATA-BOLSA.
           05  WS-DATA-BLS-ANO-MES    PIC 9(06).
           05  WS-DATA-BLS-DIA        PIC 9(02).

      *-----> AREA DE DESMEMBRAMENTO DO REGISTRO DE SALDO (MESMO
      *       LAYOUT DO RSPRG015)
       01  WS-REG-SALDO.
           05  WS-SLD-NUM             PIC 9(04).
           05  WS-SLD-VALOR           PIC 9(07)V99.
           05  WS-SLD-DATA            PIC 9(08).

      *-----> TABELA DA POSICAO DE SALDOS EM ABERTO POR ALUNO.
      *       EXCEDER O LIMITE CANCELA O FATURAMENTO (RC 16)
       01  WS-TAB-SALDOS.
           05  WS-QTD-SALDOS          PIC 9(06)      VALUE ZEROS.
           05  WS-SLD-OCR OCCURS 5000 TIMES
                                      INDEXED BY WS-IX-SLD.
               10  WS-TS-NUM          PIC 9(04).
               10  WS-TS-SALDO        PIC 9(07)V99.
               10  WS-TS-DATA         PIC 9(08).

      *-----> DATA DA COBRANCA ABERTA, DESMEMBRADA PARA OS MESES DE
      *       ATRASO
       01  WS-DATA-ABERTA             PIC 9(08)      VALUE ZEROS.
       01  WS-DATA-ABERTA-R REDEFINES WS-DATA-ABERTA.
           05  WS-DATA-ABR-ANO        PIC 9(04).
           05  WS-DATA-ABR-MES        PIC 9(02).
           05  WS-DATA-ABR-DIA        PIC 9(02).

      *-----> APURACAO DO ALUNO CORRENTE
       01  WS-AREA-APURACAO.
           05  WS-SALDO-ALUNO         PIC 9(07)V99   VALUE ZEROS.
           05  WS-MESES-ATRASO        PIC S9(04)     VALUE ZEROS.
           05  WS-DESCONTO-BOLSA      PIC 9(07)V99   VALUE ZEROS.
           05  WS-VALOR-MENSAL        PIC 9(07)V99   VALUE ZEROS.

      *-----> REGISTRO DE MOVIMENTO GERADO (LAYOUT DO ARQMOV DO
      *       RSPRG015): ALUNO + TIPO C + VALOR + DATA
       01  WS-REG-MOV.
           05  WS-MOV-NUM             PIC 9(04).
           05  WS-MOV-TIPO            PIC X(01).
           05  WS-MOV-VALOR           PIC 9(07)V99.
           05  WS-MOV-DATA            PIC 9(08).

      *-----> FATURAMENTO DO ALUNO (ARQFATW/ARQFATO)
       01  WS-REG-FAT.
           05  WS-FAT-CUR             PIC X(12).
           05  WS-FAT-NOM             PIC X(20).
           05  WS-FAT-NUM             PIC 9(04).
           05  WS-FAT-BRUTO           PIC 9(07)V99.
           05  WS-FAT-DESCONTO        PIC 9(07)V99.
           05  WS-FAT-MULTA           PIC 9(07)V99.
           05  WS-FAT-JUROS           PIC 9(07)V99.
           05  WS-FAT-LIQUIDO         PIC 9(07)V99.
           05  WS-FAT-OBS             PIC X(30).

      *-----> TOTAIS DO CURSO CORRENTE DO RELATORIO E GERAIS
       01  WS-AREA-TOTAIS.
           05  WS-TC-BRUTO            PIC 9(09)V99   VALUE ZEROS.
           05  WS-TC-DESCONTO         PIC 9(09)V99   VALUE ZEROS.
           05  WS-TC-MULTA            PIC 9(09)V99   VALUE ZEROS.
           05  WS-TC-JUROS            PIC 9(09)V99   VALUE ZEROS.
           05  WS-TC-LIQUIDO          PIC 9(09)V99   VALUE ZEROS.
           05  WS-TG-BRUTO            PIC 9(09)V99   VALUE ZEROS.
           05  WS-TG-DESCONTO         PIC 9(09)V99   VALUE ZEROS.
           05  WS-TG-MULTA            PIC 9(09)V99   VALUE ZEROS.
           05  WS-TG-JUROS            PIC 9(09)V99   VALUE ZEROS.
           05  WS-TG-LIQUIDO          PIC 9(09)V99   VALUE ZEROS.
           05  WS-TG-MOVIMENTO        PIC 9(09)V99   VALUE ZEROS.

      *-----> CAMPOS EDITADOS DO RELATORIO
       01  WS-VALOR-ED                PIC ZZ.ZZZ.ZZ9,99.
       01  WS-TOTAL-ED                PIC ZZZ.ZZZ.ZZ9,99.

      *-----> CONTROLE DE PAGINACAO DO RELATORIO
       01  WS-AREA-RELATORIO.
           05  WS-LINHAS-IMPRESSAS    PIC 9(02)      VALUE ZEROS.
           05  WS-MAX-LINHAS          PIC 9(02)      VALUE 20.
           05  WS-PAGINA              PIC 9(04)      VALUE ZEROS.

      *-----> LAYOUTS DO REGISTRO DE FATURAMENTO (RELFATU)
       01  WS-CAB-01.
           05  FILLER              PIC X(20) VALUE 'RSPRG021'.
           05  FILLER              PIC X(40) VALUE
               'REGISTRO DE FATURAMENTO MENSAL'.
           05  FILLER              PIC X(13) VALUE 'REFERENCIA: '.
           05  WS-CAB-MES          PIC 9(02).
           05  FILLER              PIC X(01) VALUE '/'.
           05  WS-CAB-ANO          PIC 9(04).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'PAGINA: '.
           05  WS-CAB-PAGINA       PIC ZZZ9.
           05  FILLER              PIC X(37) VALUE SPACES.

       01  WS-CAB-03.
           05  FILLER              PIC X(07) VALUE 'CURSO: '.
           05  WS-CAB-CURSO        PIC X(24).
           05  FILLER              PIC X(13) VALUE 'VENCIMENTO: '.
           05  WS-CAB-VENCIMENTO   PIC 9(08).
           05  FILLER              PIC X(80) VALUE SPACES.

       01  WS-CAB-02.
           05  FILLER              PIC X(06) VALUE 'NUMERO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(22) VALUE 'NOME DO ALUNO'.
           05  FILLER              PIC X(15) VALUE '        BRUTO'.
           05  FILLER              PIC X(15) VALUE '     DESCONTO'.
           05  FILLER              PIC X(15) VALUE '        MULTA'.
           05  FILLER              PIC X(15) VALUE '        JUROS'.
           05  FILLER              PIC X(15) VALUE '      LIQUIDO'.
           05  FILLER              PIC X(28) VALUE 'OBSERVACAO'.

       01  WS-LINHA-DETALHE.
           05  WS-DET-NUM          PIC 9(04).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DET-NOM          PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-BRUTO        PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-DESCONTO     PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-MULTA        PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-JUROS        PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-LIQUIDO      PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-OBS          PIC X(26).

      *-----> LINHA DE TOTAL DO CURSO, ALINHADA COM AS COLUNAS DE
      *       VALOR DO DETALHE
       01  WS-LINHA-TOTAL-CURSO.
           05  FILLER              PIC X(15) VALUE ' * TOTAL CURSO '.
           05  WS-TOT-QTDE         PIC ZZZ.ZZ9.
           05  FILLER              PIC X(06) VALUE ' ALUN.'.
           05  WS-TOT-BRUTO        PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-TOT-DESCONTO     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-TOT-MULTA        PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-TOT-JUROS        PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-TOT-LIQUIDO      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(30) VALUE SPACES.

      *-----> LINHA DE USO GERAL PARA OS TOTAIS DE FECHAMENTO
       01  WS-LINHA-RESUMO           PIC X(132)     VALUE SPACES.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-RSPRG021.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-EXIT
              UNTIL WS-FIM = 'S'
           PERFORM 080-IMPRIMIR-REGISTRO
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           OPEN OUTPUT RELFATU
           ACCEPT WS-DATA-CORRENTE   FROM DATE YYYYMMDD
           ACCEPT WS-HORA-CORRENTE-X FROM TIME
           PERFORM 017-LER-CARTAO
           PERFORM 013-CARREGAR-PRECOS
           PERFORM 014-CARREGAR-BOLSAS
           PERFORM 015-CARREGAR-SALDOS
           OPEN INPUT ARQMEST
           IF   WS-MEST-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQMEST NAO DISPONIVEL PARA '
                 'LEITURA - FS ' WS-MEST-STATUS ' *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           OPEN OUTPUT ARQMOVM
           IF   WS-MOVM-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQMOVM NAO DISPONIVEL PARA '
                 'GRAVACAO - FS ' WS-MOVM-STATUS ' *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           OPEN OUTPUT ARQFATW
           PERFORM 025-LER-MESTRE THRU 025-LER-MESTRE-EXIT
           .
      *--------------------------------------------------------------*
      *    LE O CARTAO DE CONTROLE (SYSIN): MES DE REFERENCIA
      *    OBRIGATORIO; DIA DO VENCIMENTO (1 A 28) E PERCENTUAIS,
      *    QUANDO INFORMADOS, DEVEM SER NUMERICOS. CARTAO INVALIDO
      *    CANCELA O FATURAMENTO (RC 16)
      *--------------------------------------------------------------*
       017-LER-CARTAO.

           ACCEPT WS-REG-CARTAO  FROM SYSIN
           IF   WS-CRT-REFERENCIA NOT NUMERIC
            OR  WS-CRT-REF-ANO = ZEROS
            OR  WS-CRT-REF-MES < 1
            OR  WS-CRT-REF-MES > 12
              DISPLAY ' * ERRO - CARTAO DE CONTROLE SEM MES DE '
                 'REFERENCIA (AAAAMM) VALIDO; FATURAMENTO '
                 'CANCELADO *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           MOVE WS-CRT-REFERENCIA  TO  WS-REFERENCIA

           IF   WS-CRT-DIA-VENC NOT = SPACES
              IF   WS-CRT-DIA-VENC-N NOT NUMERIC
               OR  WS-CRT-DIA-VENC-N < 1
               OR  WS-CRT-DIA-VENC-N > 28
                 DISPLAY ' * ERRO - CARTAO DE CONTROLE COM DIA DE '
                    'VENCIMENTO INVALIDO (1 A 28) *'
                 PERFORM 018-ABORTAR-CONTROLE
              END-IF
              MOVE WS-CRT-DIA-VENC-N  TO  WS-DIA-VENCIMENTO
           END-IF

           IF   WS-CRT-PCT-MULTA NOT = SPACES
              IF   WS-CRT-PCT-MULTA-N NOT NUMERIC
                 DISPLAY ' * ERRO - CARTAO DE CONTROLE COM '
                    'PERCENTUAL DE MULTA INVALIDO *'
                 PERFORM 018-ABORTAR-CONTROLE
              END-IF
              MOVE WS-CRT-PCT-MULTA-N  TO  WS-PCT-MULTA
           END-IF

           IF   WS-CRT-PCT-JUROS NOT = SPACES
              IF   WS-CRT-PCT-JUROS-N NOT NUMERIC
                 DISPLAY ' * ERRO - CARTAO DE CONTROLE COM '
                    'PERCENTUAL DE JUROS INVALIDO *'
                 PERFORM 018-ABORTAR-CONTROLE
              END-IF
              MOVE WS-CRT-PCT-JUROS-N  TO  WS-PCT-JUROS
           END-IF

           MOVE WS-REFERENCIA      TO  WS-VENC-ANO-MES
           MOVE WS-DIA-VENCIMENTO  TO  WS-VENC-DIA
           MOVE WS-REF-MES         TO  WS-CAB-MES
           MOVE WS-REF-ANO         TO  WS-CAB-ANO
           MOVE WS-DATA-VENCIMENTO TO  WS-CAB-VENCIMENTO
           .
      *--------------------------------------------------------------*
      *    ENCERRA O JOB SEM FATURAR, POR CARTAO AUSENTE/INVALIDO,
      *    ARQUIVO INDISPONIVEL OU TABELA EXCEDIDA
      *--------------------------------------------------------------*
       018-ABORTAR-CONTROLE.

           CLOSE RELFATU
           MOVE 16  TO  RETURN-CODE
           PERFORM 098-GRAVAR-EXECUCAO
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    CARREGA A TABELA DE PRECOS (ARQPREC); SEM ELA NAO HA O QUE
      *    FATURAR E O JOB E CANCELADO (RC 16). PRECO INVALIDO
      *    TAMBEM CANCELA, PARA NAO FATURAR O CURSO A MENOR
      *--------------------------------------------------------------*
       013-CARREGAR-PRECOS.

           OPEN INPUT ARQPREC
           IF   WS-PREC-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQPREC NAO DISPONIVEL PARA '
                 'LEITURA - FS ' WS-PREC-STATUS ' *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           PERFORM 0131-LER-REG-PRECO THRU 0131-LER-REG-PRECO-EXIT
              UNTIL PREC-FIM
           CLOSE ARQPREC
           IF   WS-QTD-PRECOS = ZEROS
              DISPLAY ' * ERRO - TABELA DE PRECOS (ARQPREC) VAZIA; '
                 'FATURAMENTO CANCELADO *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           .
       0131-LER-REG-PRECO.

           READ ARQPREC INTO WS-REG-PRECO
              AT END
                 MOVE 'S'  TO  WS-PREC-FIM
                 GO TO 0131-LER-REG-PRECO-EXIT
           END-READ
           ADD 1  TO  WS-CT-PRECOS-LIDOS

           IF   WS-PRC-CUR = SPACES
            OR  WS-PRC-INICIO NOT NUMERIC
            OR  WS-PRC-VALOR  NOT NUMERIC
              DISPLAY ' * ERRO - PRECO INVALIDO NO ARQPREC - '
                 'SEQUENCIA ' WS-CT-PRECOS-LIDOS '; FATURAMENTO '
                 'CANCELADO *'
              CLOSE ARQPREC
              PERFORM 018-ABORTAR-CONTROLE
           END-IF

           IF   WS-QTD-PRECOS < 500
              ADD  1              TO  WS-QTD-PRECOS
              SET  WS-IX-PRC      TO  WS-QTD-PRECOS
              MOVE WS-PRC-CUR     TO  WS-TP-CUR    (WS-IX-PRC)
              MOVE WS-PRC-INICIO  TO  WS-TP-INICIO (WS-IX-PRC)
              MOVE WS-PRC-VALOR   TO  WS-TP-VALOR  (WS-IX-PRC)
           ELSE
              DISPLAY ' * ERRO - TABELA DE PRECOS EXCEDEU 500 '
                 'OCORRENCIAS; FATURAMENTO CANCELADO *'
              CLOSE ARQPREC
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           .
       0131-LER-REG-PRECO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    CARREGA AS BOLSAS E DESCONTOS (ARQBOLS); ARQUIVO AUSENTE
      *    E TRATADO COMO NENHUMA BOLSA. BOLSA INVALIDA (TIPO FORA
      *    DE P/V, CAMPO NAO NUMERICO, PERCENTUAL ACIMA DE 100 OU
      *    FIM ANTERIOR AO INICIO) E DESPREZADA COM AVISO E DEIXA
      *    O JOB COM RC 8
      *--------------------------------------------------------------*
       014-CARREGAR-BOLSAS.

           OPEN INPUT ARQBOLS
           IF   WS-BOLS-STATUS = '00'
              PERFORM 0141-LER-REG-BOLSA THRU 0141-LER-REG-BOLSA-EXIT
                 UNTIL BOLS-FIM
              CLOSE ARQBOLS
           END-IF
           .
       0141-LER-REG-BOLSA.

           READ ARQBOLS INTO WS-REG-BOLSA
              AT END
                 MOVE 'S'  TO  WS-BOLS-FIM
                 GO TO 0141-LER-REG-BOLSA-EXIT
           END-READ
           ADD 1  TO  WS-CT-BOLSAS-LIDAS

           IF   WS-BLS-NUM    NOT NUMERIC
            OR  WS-BLS-VALOR  NOT NUMERIC
            OR  WS-BLS-INICIO NOT NUMERIC
            OR  WS-BLS-FIM    NOT NUMERIC
            OR  (NOT BLS-PERCENTUAL AND NOT BLS-VALOR-FIXO)
            OR  (BLS-PERCENTUAL AND WS-BLS-VALOR > 100)
            OR  (WS-BLS-FIM NOT = ZEROS
                 AND WS-BLS-FIM < WS-BLS-INICIO)
              ADD 1  TO  WS-CT-BOLSAS-INVALIDAS
              DISPLAY ' * ATENCAO - BOLSA INVALIDA DESPREZADA - '
                 'SEQUENCIA ' WS-CT-BOLSAS-LIDAS ' *'
              GO TO 0141-LER-REG-BOLSA-EXIT
           END-IF

           IF   WS-QTD-BOLSAS < 3000
              ADD  1              TO  WS-QTD-BOLSAS
              SET  WS-IX-BLS      TO  WS-QTD-BOLSAS
              MOVE WS-BLS-NUM     TO  WS-TB-NUM   (WS-IX-BLS)
              MOVE WS-BLS-TIPO    TO  WS-TB-TIPO  (WS-IX-BLS)
              MOVE WS-BLS-VALOR   TO  WS-TB-VALOR (WS-IX-BLS)
              MOVE WS-BLS-INICIO  TO  WS-DATA-BOLSA
              MOVE WS-DATA-BLS-ANO-MES
                                  TO  WS-TB-INICIO (WS-IX-BLS)
              IF   WS-BLS-FIM = ZEROS
                 MOVE 999999      TO  WS-TB-FIM    (WS-IX-BLS)
              ELSE
                 MOVE WS-BLS-FIM  TO  WS-DATA-BOLSA
                 MOVE WS-DATA-BLS-ANO-MES
                                  TO  WS-TB-FIM    (WS-IX-BLS)
              END-IF
           ELSE
              DISPLAY ' * ERRO - TABELA DE BOLSAS EXCEDEU 3000 '
                 'OCORRENCIAS; FATURAMENTO CANCELADO *'
              CLOSE ARQBOLS
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           .
       0141-LER-REG-BOLSA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    CARREGA EM TABELA OS SALDOS EM ABERTO DA POSICAO DA
      *    TESOURARIA (ARQSALD); ARQUIVO AUSENTE E TRATADO COMO
      *    POSICAO VAZIA, COMO NO RSPRG015
      *--------------------------------------------------------------*
       015-CARREGAR-SALDOS.

           OPEN INPUT ARQSALD
           IF   WS-SALD-STATUS = '00'
              PERFORM 0151-LER-REG-SALDO THRU
                 0151-LER-REG-SALDO-EXIT
                 UNTIL SALD-FIM
              CLOSE ARQSALD
           END-IF
           .
       0151-LER-REG-SALDO.

           READ ARQSALD INTO WS-REG-SALDO
              AT END
                 MOVE 'S'  TO  WS-SALD-FIM
                 GO TO 0151-LER-REG-SALDO-EXIT
           END-READ
           IF   WS-SLD-VALOR NOT NUMERIC
            OR  WS-SLD-VALOR = ZEROS
              GO TO 0151-LER-REG-SALDO-EXIT
           END-IF

           IF   WS-QTD-SALDOS < 5000
              ADD  1             TO  WS-QTD-SALDOS
              SET  WS-IX-SLD     TO  WS-QTD-SALDOS
              MOVE WS-SLD-NUM    TO  WS-TS-NUM   (WS-IX-SLD)
              MOVE WS-SLD-VALOR  TO  WS-TS-SALDO (WS-IX-SLD)
              MOVE WS-SLD-DATA   TO  WS-TS-DATA  (WS-IX-SLD)
           ELSE
              DISPLAY ' * ERRO - TABELA DE SALDOS EXCEDEU 5000 '
                 'ALUNOS; FATURAMENTO CANCELADO *'
              CLOSE ARQSALD
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           .
       0151-LER-REG-SALDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    LE O PROXIMO ALUNO DO MESTRE, EM ORDEM DE NUMERO
      *--------------------------------------------------------------*
       025-LER-MESTRE.

           READ ARQMEST NEXT RECORD
              AT END
                 MOVE 'S'  TO  WS-FIM
                 GO TO 025-LER-MESTRE-EXIT
           END-READ
           ADD 1  TO  WS-CT-ALUNOS
           .
       025-LER-MESTRE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    FATURA O ALUNO CORRENTE: MENSALIDADE DO CURSO MENOS AS
      *    BOLSAS VIGENTES, MAIS MULTA E JUROS SOBRE O SALDO
      *    VENCIDO; GRAVA AS COBRANCAS NO ARQMOVM E O FATURAMENTO NO
      *    ARQUIVO DE TRABALHO. ALUNO SEM CURSO OU SEM PRECO PARA O
      *    CURSO NAO TEM MENSALIDADE, SO OS ENCARGOS, E FICA
      *    ASSINALADO NO REGISTRO (RC 8). MATRICULA ENCERRADA ANTES
      *    DO MES TAMBEM SO TEM OS ENCARGOS, SEM ASSINALAR, E SEM
      *    NADA A COBRAR NAO VAI AO REGISTRO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           INITIALIZE WS-REG-FAT
           MOVE WS-MEST-CUR  TO  WS-FAT-CUR
           MOVE WS-MEST-NOM  TO  WS-FAT-NOM
           MOVE WS-MEST-NUM  TO  WS-FAT-NUM

           MOVE 'N'  TO  WS-IND-FORA
           IF   NOT MEST-ATIVO
            AND WS-MEST-DATA-SIT NUMERIC
              DIVIDE WS-MEST-DATA-SIT BY 100 GIVING WS-MES-SAIDA
              IF   WS-MES-SAIDA < WS-REFERENCIA
                 MOVE 'S'  TO  WS-IND-FORA
              END-IF
           END-IF

           PERFORM 031-OBTER-PRECO
           EVALUATE TRUE
              WHEN MATRICULA-FORA
                 ADD 1  TO  WS-CT-NAO-ATIVOS
                 MOVE 'MATRICULA NAO ATIVA NO MES'  TO  WS-FAT-OBS
              WHEN PRECO-ACHADO
                 MOVE WS-PRECO-VALOR  TO  WS-FAT-BRUTO
                 PERFORM 032-APURAR-DESCONTO
              WHEN OTHER
                 ADD 1  TO  WS-CT-SEM-PRECO
                 IF   WS-MEST-CUR = SPACES
                    MOVE 'ALUNO SEM CURSO NO MESTRE'  TO  WS-FAT-OBS
                 ELSE
                    MOVE 'CURSO SEM PRECO NO MES'     TO  WS-FAT-OBS
                 END-IF
           END-EVALUATE

           PERFORM 034-APURAR-ENCARGOS THRU 034-APURAR-ENCARGOS-EXIT

           COMPUTE WS-FAT-LIQUIDO = WS-FAT-BRUTO - WS-FAT-DESCONTO
                                  + WS-FAT-MULTA + WS-FAT-JUROS
           PERFORM 036-GRAVAR-COBRANCAS

           IF   WS-FAT-LIQUIDO > ZEROS
              ADD 1  TO  WS-CT-FATURADOS
           END-IF
           IF   NOT MATRICULA-FORA
            OR  WS-FAT-LIQUIDO > ZEROS
              WRITE WS-LINHA-FATW FROM WS-REG-FAT
           END-IF

           PERFORM 025-LER-MESTRE THRU 025-LER-MESTRE-EXIT
           .
       030-PROCESSAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    SELECIONA O PRECO DO CURSO DO ALUNO: O DE INICIO DE
      *    VIGENCIA MAIS RECENTE NAO POSTERIOR A REFERENCIA
      *--------------------------------------------------------------*
       031-OBTER-PRECO.

           MOVE 'N'    TO  WS-PRECO-ACHADO
           MOVE ZEROS  TO  WS-PRECO-INICIO
           MOVE ZEROS  TO  WS-PRECO-VALOR
           IF   WS-MEST-CUR NOT = SPACES
              PERFORM 0311-COMPARAR-PRECO
                 VARYING WS-IX-PRC FROM 1 BY 1
                 UNTIL WS-IX-PRC > WS-QTD-PRECOS
           END-IF
           .
       0311-COMPARAR-PRECO.

           IF   WS-TP-CUR (WS-IX-PRC) = WS-MEST-CUR
            AND WS-TP-INICIO (WS-IX-PRC) NOT > WS-REFERENCIA
            AND (NOT PRECO-ACHADO
                 OR WS-TP-INICIO (WS-IX-PRC) > WS-PRECO-INICIO)
              MOVE 'S'                       TO  WS-PRECO-ACHADO
              MOVE WS-TP-INICIO (WS-IX-PRC)  TO  WS-PRECO-INICIO
              MOVE WS-TP-VALOR  (WS-IX-PRC)  TO  WS-PRECO-VALOR
           END-IF
           .
      *--------------------------------------------------------------*
      *    SOMA AS BOLSAS DO ALUNO VIGENTES NO MES DE REFERENCIA
      *    (PERCENTUAL SOBRE O BRUTO OU VALOR FIXO); O DESCONTO
      *    TOTAL NUNCA PASSA DO VALOR BRUTO
      *--------------------------------------------------------------*
       032-APURAR-DESCONTO.

           MOVE ZEROS  TO  WS-DESCONTO-BOLSA
           IF   WS-QTD-BOLSAS > ZEROS
              PERFORM 0321-APLICAR-BOLSA
                 VARYING WS-IX-BLS FROM 1 BY 1
                 UNTIL WS-IX-BLS > WS-QTD-BOLSAS
           END-IF
           IF   WS-DESCONTO-BOLSA > WS-FAT-BRUTO
              MOVE WS-FAT-BRUTO  TO  WS-DESCONTO-BOLSA
           END-IF
           MOVE WS-DESCONTO-BOLSA  TO  WS-FAT-DESCONTO
           IF   WS-FAT-DESCONTO > ZEROS
              ADD 1  TO  WS-CT-COM-BOLSA
           END-IF
           .
       0321-APLICAR-BOLSA.

           IF   WS-TB-NUM (WS-IX-BLS) = WS-MEST-NUM
            AND WS-TB-INICIO (WS-IX-BLS) NOT > WS-REFERENCIA
            AND WS-TB-FIM    (WS-IX-BLS) NOT < WS-REFERENCIA
              IF   WS-TB-TIPO (WS-IX-BLS) = 'P'
                 COMPUTE WS-DESCONTO-BOLSA ROUNDED =
                         WS-DESCONTO-BOLSA
                       + WS-FAT-BRUTO * WS-TB-VALOR (WS-IX-BLS) / 100
              ELSE
                 ADD WS-TB-VALOR (WS-IX-BLS)  TO  WS-DESCONTO-BOLSA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENCARGOS SOBRE O SALDO VENCIDO DA POSICAO DA TESOURARIA:
      *    SALDO CUJA COBRANCA ABERTA MAIS ANTIGA E DE MES ANTERIOR
      *    A REFERENCIA ESTA VENCIDO. JUROS DE UM MES A CADA
      *    FATURAMENTO; MULTA SO NO PRIMEIRO MES DE ATRASO, PARA NAO
      *    SER COBRADA DE NOVO NOS MESES SEGUINTES
      *--------------------------------------------------------------*
       034-APURAR-ENCARGOS.

           MOVE ZEROS  TO  WS-SALDO-ALUNO
           MOVE ZEROS  TO  WS-DATA-ABERTA
           SET  WS-IX-SLD  TO  1
           SEARCH WS-SLD-OCR
              AT END
                 CONTINUE
              WHEN WS-IX-SLD > WS-QTD-SALDOS
                 CONTINUE
              WHEN WS-TS-NUM (WS-IX-SLD) = WS-MEST-NUM
                 MOVE WS-TS-SALDO (WS-IX-SLD)  TO  WS-SALDO-ALUNO
                 MOVE WS-TS-DATA  (WS-IX-SLD)  TO  WS-DATA-ABERTA
           END-SEARCH

           IF   WS-SALDO-ALUNO = ZEROS
            OR  WS-DATA-ABERTA = ZEROS
            OR  WS-DATA-ABERTA NOT NUMERIC
              GO TO 034-APURAR-ENCARGOS-EXIT
           END-IF

           COMPUTE WS-MESES-ATRASO =
              (WS-REF-ANO * 12 + WS-REF-MES)
            - (WS-DATA-ABR-ANO * 12 + WS-DATA-ABR-MES)
           IF   WS-MESES-ATRASO < 1
              GO TO 034-APURAR-ENCARGOS-EXIT
           END-IF

           ADD 1  TO  WS-CT-COM-ENCARGOS
           COMPUTE WS-FAT-JUROS ROUNDED =
                   WS-SALDO-ALUNO * WS-PCT-JUROS / 100
           IF   WS-MESES-ATRASO = 1
              COMPUTE WS-FAT-MULTA ROUNDED =
                      WS-SALDO-ALUNO * WS-PCT-MULTA / 100
           END-IF
           .
       034-APURAR-ENCARGOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    GRAVA NO ARQMOVM AS COBRANCAS "C" DO ALUNO, COM A DATA DO
      *    VENCIMENTO DO MES: A MENSALIDADE LIQUIDA DE BOLSA, A
      *    MULTA E OS JUROS, CADA UMA SO QUANDO MAIOR QUE ZERO
      *--------------------------------------------------------------*
       036-GRAVAR-COBRANCAS.

           MOVE WS-MEST-NUM         TO  WS-MOV-NUM
           MOVE 'C'                 TO  WS-MOV-TIPO
           MOVE WS-DATA-VENCIMENTO  TO  WS-MOV-DATA

           COMPUTE WS-VALOR-MENSAL = WS-FAT-BRUTO - WS-FAT-DESCONTO
           IF   WS-VALOR-MENSAL > ZEROS
              MOVE WS-VALOR-MENSAL  TO  WS-MOV-VALOR
              PERFORM 0361-GRAVAR-MOVIMENTO
           END-IF
           IF   WS-FAT-MULTA > ZEROS
              MOVE WS-FAT-MULTA     TO  WS-MOV-VALOR
              PERFORM 0361-GRAVAR-MOVIMENTO
           END-IF
           IF   WS-FAT-JUROS > ZEROS
              MOVE WS-FAT-JUROS     TO  WS-MOV-VALOR
              PERFORM 0361-GRAVAR-MOVIMENTO
           END-IF
           .
       0361-GRAVAR-MOVIMENTO.

           WRITE WS-LINHA-MOVM FROM WS-REG-MOV
           ADD  1             TO  WS-CT-MOV-GRAVADOS
           ADD  WS-MOV-VALOR  TO  WS-TG-MOVIMENTO
           .
      *--------------------------------------------------------------*
      *    CLASSIFICA O FATURAMENTO POR CURSO E NOME (SORT) E
      *    IMPRIME O RELFATU COM QUEBRA DE PAGINA E TOTAIS POR CURSO
      *--------------------------------------------------------------*
       080-IMPRIMIR-REGISTRO.

           CLOSE ARQFATW
           CLOSE ARQMOVM

           IF   WS-CT-ALUNOS = ZEROS
              MOVE SPACES  TO  WS-CAB-CURSO
              PERFORM 037-IMPRIMIR-CABECALHO
              STRING ' * NENHUM ALUNO NO MESTRE *'
                 DELIMITED BY SIZE INTO WS-LINHA-RESUMO
              PERFORM 097-IMPRIMIR-RESUMO
           ELSE
              SORT CLASSIF
                 ON ASCENDING KEY WS-CLS-CUR
                                  WS-CLS-NOM
                 USING  ARQFATW
                 GIVING ARQFATO

              OPEN INPUT ARQFATO
              PERFORM 081-LER-CLASSIFICADO THRU
                 081-LER-CLASSIFICADO-EXIT
              PERFORM 082-IMPRIMIR-ALUNO THRU
                 082-IMPRIMIR-ALUNO-EXIT
                 UNTIL FATO-FIM
              PERFORM 083-TOTAL-CURSO
              CLOSE ARQFATO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LE O PROXIMO FATURAMENTO CLASSIFICADO (ARQFATO)
      *--------------------------------------------------------------*
       081-LER-CLASSIFICADO.

           READ ARQFATO INTO WS-REG-FAT
              AT END
                 MOVE 'S'  TO  WS-FATO-FIM
                 GO TO 081-LER-CLASSIFICADO-EXIT
           END-READ
           .
       081-LER-CLASSIFICADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    IMPRIME O FATURAMENTO DE UM ALUNO, TRATANDO A QUEBRA DE
      *    CURSO (TOTAIS DO CURSO ANTERIOR E NOVA PAGINA)
      *--------------------------------------------------------------*
       082-IMPRIMIR-ALUNO.

           IF   WS-FAT-CUR NOT = WS-CUR-ANTERIOR
              IF   WS-CUR-ANTERIOR NOT = LOW-VALUES
                 PERFORM 083-TOTAL-CURSO
              END-IF
              MOVE WS-FAT-CUR  TO  WS-CUR-ANTERIOR
              IF   WS-FAT-CUR = SPACES
                 MOVE '(NAO IDENTIFICADO)'  TO  WS-CAB-CURSO
              ELSE
                 MOVE WS-FAT-CUR            TO  WS-CAB-CURSO
              END-IF
              MOVE ZEROS  TO  WS-LINHAS-IMPRESSAS
              MOVE ZEROS  TO  WS-CT-ALUNOS-CURSO
              MOVE ZEROS  TO  WS-TC-BRUTO
              MOVE ZEROS  TO  WS-TC-DESCONTO
              MOVE ZEROS  TO  WS-TC-MULTA
              MOVE ZEROS  TO  WS-TC-JUROS
              MOVE ZEROS  TO  WS-TC-LIQUIDO
           END-IF

           IF  WS-LINHAS-IMPRESSAS = ZEROS
            OR WS-LINHAS-IMPRESSAS >= WS-MAX-LINHAS
              PERFORM 037-IMPRIMIR-CABECALHO
           END-IF

           MOVE WS-FAT-NUM       TO  WS-DET-NUM
           MOVE WS-FAT-NOM       TO  WS-DET-NOM
           MOVE WS-FAT-BRUTO     TO  WS-DET-BRUTO
           MOVE WS-FAT-DESCONTO  TO  WS-DET-DESCONTO
           MOVE WS-FAT-MULTA     TO  WS-DET-MULTA
           MOVE WS-FAT-JUROS     TO  WS-DET-JUROS
           MOVE WS-FAT-LIQUIDO   TO  WS-DET-LIQUIDO
           MOVE WS-FAT-OBS       TO  WS-DET-OBS
           WRITE WS-LINHA-RELFATU FROM WS-LINHA-DETALHE
           ADD   1                TO  WS-LINHAS-IMPRESSAS

           ADD 1                TO  WS-CT-ALUNOS-CURSO
           ADD WS-FAT-BRUTO     TO  WS-TC-BRUTO     WS-TG-BRUTO
           ADD WS-FAT-DESCONTO  TO  WS-TC-DESCONTO  WS-TG-DESCONTO
           ADD WS-FAT-MULTA     TO  WS-TC-MULTA     WS-TG-MULTA
           ADD WS-FAT-JUROS     TO  WS-TC-JUROS     WS-TG-JUROS
           ADD WS-FAT-LIQUIDO   TO  WS-TC-LIQUIDO   WS-TG-LIQUIDO

           PERFORM 081-LER-CLASSIFICADO THRU
              081-LER-CLASSIFICADO-EXIT
           .
       082-IMPRIMIR-ALUNO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    IMPRIME NA QUEBRA OS TOTAIS DO CURSO ANTERIOR
      *--------------------------------------------------------------*
       083-TOTAL-CURSO.

           MOVE WS-CT-ALUNOS-CURSO  TO  WS-TOT-QTDE
           MOVE WS-TC-BRUTO         TO  WS-TOT-BRUTO
           MOVE WS-TC-DESCONTO      TO  WS-TOT-DESCONTO
           MOVE WS-TC-MULTA         TO  WS-TOT-MULTA
           MOVE WS-TC-JUROS         TO  WS-TOT-JUROS
           MOVE WS-TC-LIQUIDO       TO  WS-TOT-LIQUIDO
           WRITE WS-LINHA-RELFATU FROM SPACES
           WRITE WS-LINHA-RELFATU FROM WS-LINHA-TOTAL-CURSO
           .
      *--------------------------------------------------------------*
      *    IMPRIME CABECALHO DE PAGINA DO RELATORIO (RELFATU)
      *--------------------------------------------------------------*
       037-IMPRIMIR-CABECALHO.

           ADD   1                TO  WS-PAGINA
           MOVE  WS-PAGINA        TO  WS-CAB-PAGINA

           IF  WS-PAGINA > 1
              WRITE WS-LINHA-RELFATU FROM SPACES
                 AFTER ADVANCING PAGE
           ELSE
              WRITE WS-LINHA-RELFATU FROM SPACES
           END-IF

           WRITE WS-LINHA-RELFATU FROM WS-CAB-01
           WRITE WS-LINHA-RELFATU FROM WS-CAB-03
           WRITE WS-LINHA-RELFATU FROM WS-CAB-02
           WRITE WS-LINHA-RELFATU FROM SPACES
           MOVE  ZEROS            TO  WS-LINHAS-IMPRESSAS
           .
      *--------------------------------------------------------------*
      *    GRAVA NO RELFATU UMA LINHA DE RESUMO JA MONTADA EM
      *    WS-LINHA-RESUMO, DEIXANDO A AREA EM BRANCO PARA A PROXIMA
      *--------------------------------------------------------------*
       097-IMPRIMIR-RESUMO.

           WRITE WS-LINHA-RELFATU  FROM  WS-LINHA-RESUMO
           MOVE  SPACES            TO    WS-LINHA-RESUMO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS: TOTAIS GERAIS DO FATURAMENTO PARA A
      *    CONFERENCIA CONTABIL (O LIQUIDO GERAL BATE COM O TOTAL
      *    GRAVADO NO ARQMOVM) E TOTAIS DE CONTROLE. ALUNO SEM
      *    PRECO OU BOLSA INVALIDA DEIXA O JOB COM RC 8
      *--------------------------------------------------------------*
       090-TERMINAR.

           WRITE WS-LINHA-RELFATU FROM SPACES AFTER ADVANCING PAGE
           STRING ' *   TOTAIS GERAIS DO FATURAMENTO'
              DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           MOVE WS-TG-BRUTO  TO  WS-TOTAL-ED
           STRING ' * VALOR BRUTO..............: R$ ' WS-TOTAL-ED
              DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           MOVE WS-TG-DESCONTO  TO  WS-TOTAL-ED
           STRING ' * DESCONTOS (BOLSAS).......: R$ ' WS-TOTAL-ED
              DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           MOVE WS-TG-MULTA  TO  WS-TOTAL-ED
           STRING ' * MULTAS...................: R$ ' WS-TOTAL-ED
              DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           MOVE WS-TG-JUROS  TO  WS-TOTAL-ED
           STRING ' * JUROS....................: R$ ' WS-TOTAL-ED
              DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           MOVE WS-TG-LIQUIDO  TO  WS-TOTAL-ED
           STRING ' * VALOR LIQUIDO............: R$ ' WS-TOTAL-ED
              DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           MOVE WS-TG-MOVIMENTO  TO  WS-TOTAL-ED
           STRING ' * GRAVADO NO ARQMOVM.......: R$ ' WS-TOTAL-ED
              ' EM ' WS-CT-MOV-GRAVADOS ' COBRANCAS'
              DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG021        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * ALUNOS LIDOS      - ARQMEST = ' WS-CT-ALUNOS
           DISPLAY ' * PRECOS LIDOS      - ARQPREC = '
              WS-CT-PRECOS-LIDOS
           DISPLAY ' * BOLSAS LIDAS      - ARQBOLS = '
              WS-CT-BOLSAS-LIDAS
           DISPLAY ' * BOLSAS INVALIDAS DESPREZADAS = '
              WS-CT-BOLSAS-INVALIDAS
           DISPLAY ' * ALUNOS FATURADOS            = '
              WS-CT-FATURADOS
           DISPLAY ' * ALUNOS COM BOLSA NO MES     = '
              WS-CT-COM-BOLSA
           DISPLAY ' * ALUNOS COM MULTA/JUROS      = '
              WS-CT-COM-ENCARGOS
           DISPLAY ' * ALUNOS SEM PRECO (SEM MENS.) = '
              WS-CT-SEM-PRECO
           DISPLAY ' * MATRICULAS NAO ATIVAS       = '
              WS-CT-NAO-ATIVOS
           DISPLAY ' * COBRANCAS GRAVADAS- ARQMOVM = '
              WS-CT-MOV-GRAVADOS
           IF   WS-CT-SEM-PRECO > ZEROS
            OR  WS-CT-BOLSAS-INVALIDAS > ZEROS
              DISPLAY ' * ATENCAO - HA ALUNOS SEM MENSALIDADE OU '
                 'BOLSAS DESPREZADAS (VIDE RELFATU/SYSOUT) *'
              MOVE 8  TO  RETURN-CODE
           END-IF
           DISPLAY ' *========================================*'

           PERFORM 098-GRAVAR-EXECUCAO

           CLOSE RELFATU
           CLOSE ARQMEST
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO DE CONTROLE DESTA EXECUCAO NO ARQEXEC
      *    (PROGRAMA, DATA/HORA, ANO DA REFERENCIA, ALUNOS LIDOS,
      *    FATURADOS E SEM PRECO E RETURN CODE), PARA O RESUMO
      *    DIARIO DE OPERACAO (RSPRG013)
      *--------------------------------------------------------------*
       098-GRAVAR-EXECUCAO.

           MOVE 'RSPRG021'          TO  WS-EXE-PROGRAMA
           MOVE WS-DATA-CORRENTE    TO  WS-EXE-DATA
           MOVE WS-HORA-CORRENTE    TO  WS-EXE-HORA
           MOVE WS-REF-ANO          TO  WS-EXE-ANO
           MOVE ZEROS               TO  WS-EXE-BIM
           MOVE SPACES              TO  WS-EXE-TIPO
           MOVE WS-CT-ALUNOS        TO  WS-EXE-LIDOS
           MOVE WS-CT-FATURADOS     TO  WS-EXE-ACEITOS
           MOVE WS-CT-SEM-PRECO     TO  WS-EXE-REJEITADOS
           MOVE RETURN-CODE         TO  WS-EXE-RC

           OPEN EXTEND ARQEXEC
           IF   WS-EXEC-STATUS NOT = '00' AND NOT = '05'
              OPEN OUTPUT ARQEXEC
           END-IF
           WRITE WS-LINHA-EXEC FROM WS-REG-EXEC
           CLOSE ARQEXEC
           .
      *---------------> FIM DO PROGRAMA RSPRG021 <-------------------*
