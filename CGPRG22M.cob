       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG020.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: ALERTA PRECOCE DE "ALUNO EM RISCO" NO MEIO DO ANO
      *           LETIVO. PARA CADA ALUNO DO MESTRE (ARQMEST) CRUZA
      *           TRES FONTES E ATRIBUI PONTOS DE RISCO:
      *           - NOTAS: NOS BIMESTRES JA LANCADOS DO ANO
      *             (ARQHIST, BIMESTRES 1 A 4), DISCIPLINAS COM A
      *             ULTIMA MEDIA ABAIXO DA MEDIA DE APROVACAO DO
      *             ARQPARM E DISCIPLINAS COM MEDIA EM QUEDA EM
      *             RELACAO AO BIMESTRE ANTERIOR;
      *           - FREQUENCIA: PERCENTUAL DO ARQFREQ ABAIXO DA
      *             FREQUENCIA MINIMA DO ARQPARM OU DENTRO DA MARGEM
      *             DE ALERTA ACIMA DELA (CARTAO DE CONTROLE);
      *           - DEBITO: SALDO EM ABERTO NA POSICAO DA TESOURARIA
      *             (ARQSALD), PONTUADO PELA IDADE EM MESES.
      *           OS ALUNOS QUE ATINGEM A PONTUACAO DE CORTE SAEM NO
      *           RELATORIO (RELRISC) POR CURSO, EM ORDEM DECRESCENTE
      *           DE PONTOS, COM OS FATORES QUE DISPARARAM, E NO
      *           ARQUIVO ARQRISC (MESMA LISTA, LAYOUT FIXO) PARA O
      *           ACOMPANHAMENTO DA EQUIPE PEDAGOGICA
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  190001  PROGRAMA DE ALERTA DE ALUNOS EM
      *                          RISCO (NOTAS, FREQUENCIA E DEBITO)
      *                          CRIADO.
      *  V02    10/2026  190002  MESTRE (ARQMEST) COM SEXO E DATA DE
      *                          NASCIMENTO, 69 BYTES (ACOMPANHA O
      *                          RSPRG002 V26). SEM MUDANCA DE
      *                          PROCESSAMENTO.
      *  V03    10/2026  190003  SITUACAO DA MATRICULA (ARQMEST, 108
      *                          BYTES): ALUNO TRANSFERIDO, TRANCADO,
      *                          QUE ABANDONOU OU CONCLUIU NAO E
      *                          PONTUADO, SO CONTADO NOS TOTAIS.
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
           SELECT RELRISC   ASSIGN TO RELRISC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQPARM   ASSIGN TO ARQPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-PARM-STATUS.
           SELECT ARQFREQ   ASSIGN TO ARQFREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-FREQ-STATUS.
           SELECT ARQSALD   ASSIGN TO ARQSALD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SALD-STATUS.
           SELECT ARQMEST   ASSIGN TO ARQMEST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WS-MEST-NUM
               FILE STATUS  IS WS-MEST-STATUS.
           SELECT ARQHIST   ASSIGN TO ARQHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WS-HIST-CHAVE
               FILE STATUS  IS WS-HIST-STATUS.
           SELECT ARQRISW   ASSIGN TO ARQRISW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQRISC   ASSIGN TO ARQRISC
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
      *-----> RELRISC - RELATORIO DE ALUNOS EM RISCO (IMPRESSAO)
       FD  RELRISC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-RELRISC      PIC X(132).
      *-----> ARQPARM - PARAMETROS DE EXECUCAO (DD NO JCL): O MESMO
      *       DATASET DE CONTROLE DO RSPRG002
       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-PARM          PIC X(19).
      *-----> ARQFREQ - FREQUENCIA DOS ALUNOS NO PERIODO (DD NO JCL):
      *       NUMERO DO ALUNO + PERCENTUAL DE FREQUENCIA (0 A 100)
       FD  ARQFREQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-FREQ          PIC X(07).
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
      *-----> ARQHIST - HISTORICO ESCOLAR POR ALUNO/ANO/BIMESTRE/
      *       DISCIPLINA (VSAM KSDS, DD NO JCL)
       FD  ARQHIST
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-HIST.
           05  WS-HIST-CHAVE.
               10  WS-HIST-NUM    PIC 9(04).
               10  WS-HIST-ANO    PIC 9(04).
               10  WS-HIST-BIM    PIC 9(01).
               10  WS-HIST-DIS    PIC X(03).
           05  WS-HIST-NOM        PIC X(20).
           05  WS-HIST-CUR        PIC X(12).
           05  WS-HIST-NOT1       PIC S9(02)V99.
           05  WS-HIST-NOT2       PIC S9(02)V99.
           05  WS-HIST-NOT3       PIC S9(02)V99.
           05  WS-HIST-NOT4       PIC S9(02)V99.
           05  WS-HIST-MEDIA      PIC S9(02)V99.
           05  WS-HIST-SITUACAO   PIC X(01).
      *-----> ARQRISW - ARQUIVO DE TRABALHO COM OS ALUNOS EM RISCO,
      *       GRAVADO EM 030 PARA CLASSIFICACAO
       FD  ARQRISW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-RISW          PIC X(65).
      *-----> ARQRISC - ALUNOS EM RISCO CLASSIFICADOS POR CURSO E
      *       PONTUACAO DECRESCENTE (SAIDA DO SORT, DD NO JCL): BASE
      *       DO RELRISC E ARQUIVO DA PLANILHA DE ACOMPANHAMENTO DA
      *       EQUIPE PEDAGOGICA, NO LAYOUT DE WS-REG-RISCO
       FD  ARQRISC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-RISC          PIC X(65).
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
           05  WS-CLS-PONTOS      PIC 9(03).
           05  FILLER             PIC X(04).
           05  WS-CLS-NOM         PIC X(20).
           05  FILLER             PIC X(26).
      *
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADAS NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC 9(01)      VALUE ZEROS.
           05  WS-CT-ALUNOS           PIC 9(06)      VALUE ZEROS.
           05  WS-CT-HISTORICO        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-EM-RISCO         PIC 9(06)      VALUE ZEROS.
           05  WS-CT-NAO-ATIVOS       PIC 9(06)      VALUE ZEROS.
           05  WS-CT-FATOR-NOTA       PIC 9(06)      VALUE ZEROS.
           05  WS-CT-FATOR-QUEDA      PIC 9(06)      VALUE ZEROS.
           05  WS-CT-FATOR-FREQ       PIC 9(06)      VALUE ZEROS.
           05  WS-CT-FATOR-DEBITO     PIC 9(06)      VALUE ZEROS.
           05  WS-CT-RISCO-CURSO      PIC 9(06)      VALUE ZEROS.

      *-----> CONTROLE DOS ARQUIVOS
       01  WS-MEST-STATUS             PIC X(02)      VALUE '00'.
       01  WS-HIST-STATUS             PIC X(02)      VALUE '00'.
       01  WS-HIST-FIM                PIC X(01)      VALUE 'N'.
           88  HIST-FIM                              VALUE 'S'.
       01  WS-RISC-FIM                PIC X(01)      VALUE 'N'.
           88  RISC-FIM                              VALUE 'S'.

      *-----> CURSO DA QUEBRA DO RELATORIO
       01  WS-CUR-ANTERIOR            PIC X(12)      VALUE LOW-VALUES.

      *-----> CONTROLE DO DATASET DE PARAMETROS (ARQPARM)
       01  WS-PARM-STATUS             PIC X(02)      VALUE '00'.

      *-----> AREA DE DESMEMBRAMENTO DO REGISTRO DO ARQPARM (MESMO
      *       LAYOUT DO RSPRG002; AQUI SAO UTILIZADAS A MEDIA DE
      *       APROVACAO E A FREQUENCIA MINIMA)
       01  WS-REG-PARM.
           05  WS-PRM-MEDIA-APROV     PIC 9(02)V99.
           05  WS-PRM-PESO1           PIC 9(01).
           05  WS-PRM-PESO2           PIC 9(01).
           05  WS-PRM-PESO3           PIC 9(01).
           05  WS-PRM-PESO4           PIC 9(01).
           05  WS-PRM-SOMA-PESOS      PIC 9(02).
           05  WS-PRM-CKPT            PIC 9(04).
           05  WS-PRM-MAXLIN          PIC 9(02).
           05  WS-PRM-FREQ-MIN        PIC 9(03).

      *-----> MEDIA DE APROVACAO EM VIGOR (LIDA DO ARQPARM)
       01  WS-MEDIA-APROVACAO         PIC 9(02)V99   VALUE 6.

      *-----> CONTROLE DO ARQUIVO DE FREQUENCIA (ARQFREQ)
       01  WS-FREQ-STATUS             PIC X(02)      VALUE '00'.
       01  WS-FREQ-FIM                PIC X(01)      VALUE 'N'.
           88  FREQ-FIM                              VALUE 'S'.

      *-----> FREQUENCIA MINIMA EXIGIDA PARA APROVACAO (REGIMENTO;
      *       SOBREPOSTA NA PARTIDA PELO VALOR DO ARQPARM)
       77  WS-FREQ-MINIMA             PIC 9(03)      VALUE 075.

      *-----> FREQUENCIA DE ALERTA: MINIMA + MARGEM DO CARTAO
       77  WS-FREQ-ALERTA             PIC 9(03)      VALUE ZEROS.

      *-----> FREQUENCIA DO ALUNO CORRENTE; ALUNO SEM REGISTRO NO
      *       ARQFREQ E TRATADO COMO FREQUENCIA COMPLETA (100)
       77  WS-FREQ-ALUNO              PIC 9(03)      VALUE ZEROS.

      *-----> AREA DE DESMEMBRAMENTO DO REGISTRO DO ARQFREQ
       01  WS-REG-FREQ.
           05  WS-FREQ-NUM-IN         PIC 9(04).
           05  WS-FREQ-PCT-IN         PIC 9(03).

      *-----> TABELA DE FREQUENCIA DOS ALUNOS (ARQFREQ). EXCEDER O
      *       LIMITE CANCELA O ALERTA (RC 16), PARA NAO PONTUAR SEM A
      *       FREQUENCIA DE PARTE DOS ALUNOS
       01  WS-TAB-FREQ.
           05  WS-QTD-FREQ            PIC 9(06)      VALUE ZEROS.
           05  WS-FQ-OCR OCCURS 5000 TIMES
                                      INDEXED BY WS-IX-FRQ.
               10  WS-FQ-NUM          PIC 9(04)      VALUE ZEROS.
               10  WS-FQ-PCT          PIC 9(03)      VALUE ZEROS.

      *-----> CONTROLE DA POSICAO DE SALDOS (ARQSALD)
       01  WS-SALD-STATUS             PIC X(02)      VALUE '00'.
       01  WS-SALD-FIM                PIC X(01)      VALUE 'N'.
           88  SALD-FIM                              VALUE 'S'.

      *-----> AREA DE DESMEMBRAMENTO DO REGISTRO DE SALDO (MESMO
      *       LAYOUT DO RSPRG015)
       01  WS-REG-SALDO.
           05  WS-SLD-NUM             PIC 9(04).
           05  WS-SLD-VALOR           PIC 9(07)V99.
           05  WS-SLD-DATA            PIC 9(08).

      *-----> TABELA DA POSICAO DE SALDOS EM ABERTO POR ALUNO.
      *       EXCEDER O LIMITE CANCELA O ALERTA (RC 16)
       01  WS-TAB-SALDOS.
           05  WS-QTD-SALDOS          PIC 9(06)      VALUE ZEROS.
           05  WS-SLD-OCR OCCURS 5000 TIMES
                                      INDEXED BY WS-IX-SLD.
               10  WS-TS-NUM          PIC 9(04).
               10  WS-TS-SALDO        PIC 9(07)V99.
               10  WS-TS-DATA         PIC 9(08).

      *-----> CONTROLE DO ARQUIVO DE EXECUCOES (ARQEXEC)
       01  WS-EXEC-STATUS             PIC X(02)      VALUE '00'.

      *-----> DATA/HORA DA EXECUCAO (IDADE DO DEBITO E ARQEXEC)
       01  WS-AREA-EXECUCAO.
           05  WS-DATA-CORRENTE       PIC 9(08)      VALUE ZEROS.
           05  WS-DATA-CORRENTE-R REDEFINES WS-DATA-CORRENTE.
               10  WS-DATA-CUR-ANO    PIC 9(04).
               10  WS-DATA-CUR-MES    PIC 9(02).
               10  WS-DATA-CUR-DIA    PIC 9(02).
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

      *-----> ENTRADA - CARTAO DE CONTROLE (SYSIN): ANO LETIVO EM
      *       CURSO, MARGEM DE ALERTA DA FREQUENCIA (PONTOS
      *       PERCENTUAIS ACIMA DA MINIMA) E PONTUACAO DE CORTE;
      *       MARGEM E CORTE EM BRANCO ASSUMEM OS VALORES PADRAO
       01  WS-REG-CARTAO.
           05  WS-CRT-ANO             PIC 9(04).
           05  WS-CRT-MARGEM          PIC X(02).
           05  WS-CRT-MARGEM-N REDEFINES WS-CRT-MARGEM
                                      PIC 9(02).
           05  WS-CRT-CORTE           PIC X(03).
           05  WS-CRT-CORTE-N  REDEFINES WS-CRT-CORTE
                                      PIC 9(03).
           05  FILLER                 PIC X(71).

      *-----> PARAMETROS DO ALERTA EM VIGOR
       01  WS-ANO-ALERTA              PIC 9(04)      VALUE ZEROS.
       01  WS-MARGEM-FREQ             PIC 9(02)      VALUE 10.
       01  WS-PONTOS-CORTE            PIC 9(03)      VALUE 020.

      *-----> PONTOS DE RISCO POR FATOR: POR DISCIPLINA ABAIXO DA
      *       MEDIA E POR DISCIPLINA EM QUEDA (O TOTAL DAS NOTAS E
      *       LIMITADO), FREQUENCIA ABAIXO DA MINIMA OU NA MARGEM,
      *       DEBITO EM ABERTO POR IDADE (ATE 1 MES, 1 A 3 MESES,
      *       3 MESES OU MAIS)
       77  WS-PT-DIS-ABAIXO           PIC 9(03)      VALUE 015.
       77  WS-PT-DIS-QUEDA            PIC 9(03)      VALUE 010.
       77  WS-PT-LIMITE-NOTAS         PIC 9(03)      VALUE 050.
       77  WS-PT-FREQ-ABAIXO          PIC 9(03)      VALUE 040.
       77  WS-PT-FREQ-MARGEM          PIC 9(03)      VALUE 020.
       77  WS-PT-DEBITO-RECENTE       PIC 9(03)      VALUE 010.
       77  WS-PT-DEBITO-MEDIO         PIC 9(03)      VALUE 020.
       77  WS-PT-DEBITO-ANTIGO        PIC 9(03)      VALUE 030.

      *-----> DISCIPLINAS DO ALUNO CORRENTE NO ANO: MEDIA DO ULTIMO
      *       BIMESTRE LANCADO E DO BIMESTRE ANTERIOR A ELE
       01  WS-TAB-DISCIPLINAS.
           05  WS-QTD-DISCIPLINAS     PIC 9(02)      VALUE ZEROS.
           05  WS-DISC-OCR OCCURS 50 TIMES
                                      INDEXED BY WS-IX-DIS.
               10  WS-TD-DIS          PIC X(03).
               10  WS-TD-MEDIA-ULT    PIC S9(02)V99.
               10  WS-TD-MEDIA-ANT    PIC S9(02)V99.
               10  WS-TD-TEM-ANT      PIC X(01).

      *-----> APURACAO DO ALUNO CORRENTE
       01  WS-AREA-APURACAO.
           05  WS-PONTOS-NOTAS        PIC 9(03)      VALUE ZEROS.
           05  WS-MESES-ABERTO        PIC S9(04)     VALUE ZEROS.

      *-----> DATA DA COBRANCA ABERTA, DESMEMBRADA PARA A IDADE DO
      *       DEBITO EM MESES
       01  WS-DATA-ABERTA             PIC 9(08)      VALUE ZEROS.
       01  WS-DATA-ABERTA-R REDEFINES WS-DATA-ABERTA.
           05  WS-DATA-ABR-ANO        PIC 9(04).
           05  WS-DATA-ABR-MES        PIC 9(02).
           05  WS-DATA-ABR-DIA        PIC 9(02).

      *-----> REGISTRO DO ALUNO EM RISCO (ARQRISW/ARQRISC). FATORES:
      *       N=NOTA ABAIXO DA MEDIA  Q=MEDIA EM QUEDA
      *       F=FREQUENCIA ABAIXO DA MINIMA OU NA MARGEM  D=DEBITO
      *       INDICADOR DE FREQUENCIA: B=ABAIXO DA MINIMA  M=NA
      *       MARGEM DE ALERTA  BRANCO=SEM ALERTA
       01  WS-REG-RISCO.
           05  WS-RSC-CUR             PIC X(12).
           05  WS-RSC-PONTOS          PIC 9(03).
           05  WS-RSC-NUM             PIC 9(04).
           05  WS-RSC-NOM             PIC X(20).
           05  WS-RSC-SERIE           PIC 9(01).
           05  WS-RSC-TURMA           PIC X(02).
           05  WS-RSC-QT-ABAIXO       PIC 9(02).
           05  WS-RSC-QT-QUEDA        PIC 9(02).
           05  WS-RSC-FREQ            PIC 9(03).
           05  WS-RSC-IND-FREQ        PIC X(01).
               88  RSC-FREQ-ABAIXO                   VALUE 'B'.
               88  RSC-FREQ-MARGEM                   VALUE 'M'.
           05  WS-RSC-SALDO           PIC 9(07)V99.
           05  WS-RSC-MESES           PIC 9(02).
           05  WS-RSC-FATORES.
               10  WS-RSC-FAT-NOTA    PIC X(01).
               10  WS-RSC-FAT-QUEDA   PIC X(01).
               10  WS-RSC-FAT-FREQ    PIC X(01).
               10  WS-RSC-FAT-DEBITO  PIC X(01).

      *-----> CAMPOS EDITADOS DO RELATORIO
       01  WS-VALOR-ED                PIC ZZ.ZZZ.ZZ9,99.

      *-----> CONTROLE DE PAGINACAO DO RELATORIO
       01  WS-AREA-RELATORIO.
           05  WS-LINHAS-IMPRESSAS    PIC 9(02)      VALUE ZEROS.
           05  WS-MAX-LINHAS          PIC 9(02)      VALUE 20.
           05  WS-PAGINA              PIC 9(04)      VALUE ZEROS.

      *-----> LAYOUTS DO RELATORIO DE ALUNOS EM RISCO (RELRISC)
       01  WS-CAB-01.
           05  FILLER              PIC X(20) VALUE 'RSPRG020'.
           05  FILLER              PIC X(40) VALUE
               'ALERTA DE ALUNOS EM RISCO'.
           05  FILLER              PIC X(13) VALUE 'ANO LETIVO: '.
           05  WS-CAB-ANO          PIC 9(04).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'PAGINA: '.
           05  WS-CAB-PAGINA       PIC ZZZ9.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-CAB-03.
           05  FILLER              PIC X(07) VALUE 'CURSO: '.
           05  WS-CAB-CURSO        PIC X(24).
           05  FILLER              PIC X(20) VALUE 'MEDIA APROVACAO: '.
           05  WS-CAB-MEDIA        PIC Z9,99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'FREQ. MIN: '.
           05  WS-CAB-FREQ-MIN     PIC ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE 'ALERTA: '.
           05  WS-CAB-FREQ-ALERTA  PIC ZZ9.
           05  FILLER              PIC X(43) VALUE SPACES.

       01  WS-CAB-02.
           05  FILLER              PIC X(06) VALUE 'PONTOS'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'NUMERO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE 'NOME DO ALUNO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'SER'.
           05  FILLER              PIC X(04) VALUE 'TUR'.
           05  FILLER              PIC X(07) VALUE 'DIS<MD'.
           05  FILLER              PIC X(07) VALUE 'QUEDA'.
           05  FILLER              PIC X(10) VALUE 'FREQ.%'.
           05  FILLER              PIC X(15) VALUE 'SALDO ABERTO'.
           05  FILLER              PIC X(07) VALUE 'MESES'.
           05  FILLER              PIC X(42) VALUE
               'FATORES'.

       01  WS-LINHA-DETALHE.
           05  WS-DET-PONTOS       PIC ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-DET-NUM          PIC 9(04).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DET-NOM          PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-SERIE        PIC 9(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DET-TURMA        PIC X(02).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DET-QT-ABAIXO    PIC Z9.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  WS-DET-QT-QUEDA     PIC Z9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-DET-FREQ         PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-IND-FREQ     PIC X(06).
           05  WS-DET-SALDO        PIC X(13).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DET-MESES        PIC Z9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-DET-FATORES.
               10  WS-DET-FAT-NOTA     PIC X(10).
               10  WS-DET-FAT-QUEDA    PIC X(10).
               10  WS-DET-FAT-FREQ     PIC X(10).
               10  WS-DET-FAT-DEBITO   PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.

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
       000-RSPRG020.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-EXIT
              UNTIL WS-FIM = 'S'
           PERFORM 080-IMPRIMIR-RISCO
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           OPEN OUTPUT RELRISC
           ACCEPT WS-DATA-CORRENTE   FROM DATE YYYYMMDD
           ACCEPT WS-HORA-CORRENTE-X FROM TIME
           PERFORM 017-LER-CARTAO
           PERFORM 012-LER-PARAMETROS
           PERFORM 019-CARREGAR-FREQUENCIA
           PERFORM 015-CARREGAR-SALDOS
           OPEN INPUT ARQMEST
           IF   WS-MEST-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQMEST NAO DISPONIVEL PARA '
                 'LEITURA - FS ' WS-MEST-STATUS ' *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           OPEN INPUT ARQHIST
           IF   WS-HIST-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQHIST NAO DISPONIVEL PARA '
                 'LEITURA - FS ' WS-HIST-STATUS ' *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           OPEN OUTPUT ARQRISW
           PERFORM 025-LER-MESTRE THRU 025-LER-MESTRE-EXIT
           .
      *--------------------------------------------------------------*
      *    LE O CARTAO DE CONTROLE (SYSIN): ANO OBRIGATORIO; MARGEM
      *    E CORTE, QUANDO INFORMADOS, DEVEM SER NUMERICOS. CARTAO
      *    INVALIDO CANCELA O ALERTA (RC 16)
      *--------------------------------------------------------------*
       017-LER-CARTAO.

           ACCEPT WS-REG-CARTAO  FROM SYSIN
           IF   WS-CRT-ANO NOT NUMERIC
            OR  WS-CRT-ANO = ZEROS
              DISPLAY ' * ERRO - CARTAO DE CONTROLE SEM ANO '
                 'VALIDO; ALERTA CANCELADO *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           MOVE WS-CRT-ANO  TO  WS-ANO-ALERTA
           MOVE WS-CRT-ANO  TO  WS-CAB-ANO

           IF   WS-CRT-MARGEM NOT = SPACES
              IF   WS-CRT-MARGEM-N NOT NUMERIC
                 DISPLAY ' * ERRO - CARTAO DE CONTROLE COM MARGEM '
                    'DE FREQUENCIA INVALIDA; ALERTA CANCELADO *'
                 PERFORM 018-ABORTAR-CONTROLE
              END-IF
              MOVE WS-CRT-MARGEM-N  TO  WS-MARGEM-FREQ
           END-IF

           IF   WS-CRT-CORTE NOT = SPACES
              IF   WS-CRT-CORTE-N NOT NUMERIC
               OR  WS-CRT-CORTE-N = ZEROS
                 DISPLAY ' * ERRO - CARTAO DE CONTROLE COM PONTUACAO '
                    'DE CORTE INVALIDA; ALERTA CANCELADO *'
                 PERFORM 018-ABORTAR-CONTROLE
              END-IF
              MOVE WS-CRT-CORTE-N  TO  WS-PONTOS-CORTE
           END-IF
           .
      *--------------------------------------------------------------*
      *    LE DO ARQPARM A MEDIA DE APROVACAO E A FREQUENCIA MINIMA
      *    EM VIGOR (MESMO DATASET DE CONTROLE DO RSPRG002) E MONTA
      *    A FREQUENCIA DE ALERTA; PARAMETRO AUSENTE OU INVALIDO
      *    CANCELA O ALERTA (RC 16)
      *--------------------------------------------------------------*
       012-LER-PARAMETROS.

           OPEN INPUT ARQPARM
           IF   WS-PARM-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQPARM NAO DISPONIVEL PARA '
                 'LEITURA - FS ' WS-PARM-STATUS ' *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           READ ARQPARM INTO WS-REG-PARM
              AT END
                 DISPLAY ' * ERRO - ARQPARM SEM REGISTRO DE '
                    'PARAMETROS *'
                 PERFORM 018-ABORTAR-CONTROLE
           END-READ
           CLOSE ARQPARM

           IF   WS-PRM-MEDIA-APROV NOT NUMERIC
            OR  WS-PRM-FREQ-MIN    NOT NUMERIC
              DISPLAY ' * ERRO - ARQPARM COM CAMPO EM BRANCO OU '
                 'NAO NUMERICO *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           IF   WS-PRM-MEDIA-APROV > 10
              DISPLAY ' * ERRO - ARQPARM: MEDIA DE APROVACAO FORA '
                 'DA FAIXA 0 A 10 *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           IF   WS-PRM-FREQ-MIN > 100
              DISPLAY ' * ERRO - ARQPARM: FREQUENCIA MINIMA ACIMA '
                 'DE 100 *'
              PERFORM 018-ABORTAR-CONTROLE
           END-IF

           MOVE WS-PRM-MEDIA-APROV  TO  WS-MEDIA-APROVACAO
           MOVE WS-PRM-FREQ-MIN     TO  WS-FREQ-MINIMA
           COMPUTE WS-FREQ-ALERTA = WS-FREQ-MINIMA + WS-MARGEM-FREQ
           IF   WS-FREQ-ALERTA > 100
              MOVE 100  TO  WS-FREQ-ALERTA
           END-IF
           MOVE WS-MEDIA-APROVACAO  TO  WS-CAB-MEDIA
           MOVE WS-FREQ-MINIMA      TO  WS-CAB-FREQ-MIN
           MOVE WS-FREQ-ALERTA      TO  WS-CAB-FREQ-ALERTA
           .
      *--------------------------------------------------------------*
      *    ENCERRA O JOB SEM EMITIR O ALERTA, POR CARTAO OU
      *    PARAMETROS AUSENTES/INVALIDOS, ARQUIVO INDISPONIVEL OU
      *    TABELA EXCEDIDA
      *--------------------------------------------------------------*
       018-ABORTAR-CONTROLE.

           CLOSE RELRISC
           MOVE 16  TO  RETURN-CODE
           PERFORM 098-GRAVAR-EXECUCAO
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    CARREGA A FREQUENCIA DOS ALUNOS (ARQFREQ) EM TABELA;
      *    ARQUIVO AUSENTE DEIXA TODOS COM FREQUENCIA COMPLETA,
      *    COMO NO RSPRG002
      *--------------------------------------------------------------*
       019-CARREGAR-FREQUENCIA.

           OPEN INPUT ARQFREQ
           IF   WS-FREQ-STATUS = '00'
              PERFORM 0191-LER-REG-FREQ THRU 0191-LER-REG-FREQ-EXIT
                 UNTIL FREQ-FIM
              CLOSE ARQFREQ
           END-IF
           .
       0191-LER-REG-FREQ.

           READ ARQFREQ
              AT END
                 MOVE 'S'  TO  WS-FREQ-FIM
                 GO TO 0191-LER-REG-FREQ-EXIT
           END-READ
           IF   WS-QTD-FREQ < 5000
              ADD  1                       TO  WS-QTD-FREQ
              SET  WS-IX-FRQ               TO  WS-QTD-FREQ
              MOVE WS-LINHA-FREQ           TO  WS-REG-FREQ
              MOVE WS-FREQ-NUM-IN          TO  WS-FQ-NUM (WS-IX-FRQ)
              MOVE WS-FREQ-PCT-IN          TO  WS-FQ-PCT (WS-IX-FRQ)
           ELSE
              DISPLAY ' * ERRO - TABELA DE FREQUENCIA (ARQFREQ) '
                 'EXCEDEU 5000 OCORRENCIAS; ALERTA CANCELADO *'
              CLOSE ARQFREQ
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           .
       0191-LER-REG-FREQ-EXIT.
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
                 'ALUNOS; ALERTA CANCELADO *'
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
      *    PONTUA O ALUNO CORRENTE NOS TRES FATORES E, ATINGIDA A
      *    PONTUACAO DE CORTE, GRAVA-O NO ARQUIVO DE TRABALHO.
      *    MATRICULA NAO ATIVA (TRANSFERIDO, TRANCADO, ABANDONO OU
      *    CONCLUIDO) NAO E PONTUADA: SO E CONTADA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF   NOT MEST-ATIVO
              ADD 1  TO  WS-CT-NAO-ATIVOS
              PERFORM 025-LER-MESTRE THRU 025-LER-MESTRE-EXIT
              GO TO 030-PROCESSAR-EXIT
           END-IF

           INITIALIZE WS-REG-RISCO
           MOVE WS-MEST-CUR    TO  WS-RSC-CUR
           MOVE WS-MEST-NUM    TO  WS-RSC-NUM
           MOVE WS-MEST-NOM    TO  WS-RSC-NOM
           MOVE WS-MEST-SERIE  TO  WS-RSC-SERIE
           MOVE WS-MEST-TURMA  TO  WS-RSC-TURMA

           PERFORM 032-PONTUAR-NOTAS
           PERFORM 034-PONTUAR-FREQUENCIA
           PERFORM 036-PONTUAR-DEBITO THRU 036-PONTUAR-DEBITO-EXIT

           IF   WS-RSC-PONTOS NOT < WS-PONTOS-CORTE
              ADD 1  TO  WS-CT-EM-RISCO
              IF   WS-RSC-FAT-NOTA = 'N'
                 ADD 1  TO  WS-CT-FATOR-NOTA
              END-IF
              IF   WS-RSC-FAT-QUEDA = 'Q'
                 ADD 1  TO  WS-CT-FATOR-QUEDA
              END-IF
              IF   WS-RSC-FAT-FREQ = 'F'
                 ADD 1  TO  WS-CT-FATOR-FREQ
              END-IF
              IF   WS-RSC-FAT-DEBITO = 'D'
                 ADD 1  TO  WS-CT-FATOR-DEBITO
              END-IF
              WRITE WS-LINHA-RISW FROM WS-REG-RISCO
           END-IF

           PERFORM 025-LER-MESTRE THRU 025-LER-MESTRE-EXIT
           .
       030-PROCESSAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    FATOR NOTAS: PERCORRE OS BIMESTRES 1 A 4 JA LANCADOS NO
      *    ANO (CHAVE ALUNO+ANO, EM ORDEM DE BIMESTRE) GUARDANDO A
      *    ULTIMA MEDIA DE CADA DISCIPLINA E A DO BIMESTRE ANTERIOR;
      *    CONTA AS DISCIPLINAS COM A ULTIMA MEDIA ABAIXO DA MEDIA
      *    DE APROVACAO E AS COM MEDIA EM QUEDA. A RECUPERACAO
      *    (BIMESTRE 5) E O RESULTADO ANUAL (BIMESTRE 9) NAO ENTRAM
      *--------------------------------------------------------------*
       032-PONTUAR-NOTAS.

           MOVE ZEROS          TO  WS-QTD-DISCIPLINAS
           MOVE 'N'            TO  WS-HIST-FIM
           MOVE WS-MEST-NUM    TO  WS-HIST-NUM
           MOVE WS-ANO-ALERTA  TO  WS-HIST-ANO
           MOVE ZEROS          TO  WS-HIST-BIM
           MOVE LOW-VALUES     TO  WS-HIST-DIS
           START ARQHIST KEY IS NOT LESS THAN WS-HIST-CHAVE
           IF   WS-HIST-STATUS NOT = '00'
              MOVE 'S'  TO  WS-HIST-FIM
           ELSE
              PERFORM 0321-LER-HISTORICO THRU
                 0321-LER-HISTORICO-EXIT
           END-IF
           PERFORM 0322-ACUMULAR-DISCIPLINA
              UNTIL HIST-FIM

           IF   WS-QTD-DISCIPLINAS > ZEROS
              PERFORM 0324-AVALIAR-DISCIPLINA
                 VARYING WS-IX-DIS FROM 1 BY 1
                 UNTIL WS-IX-DIS > WS-QTD-DISCIPLINAS
           END-IF

           COMPUTE WS-PONTOS-NOTAS =
                   WS-RSC-QT-ABAIXO * WS-PT-DIS-ABAIXO
                 + WS-RSC-QT-QUEDA  * WS-PT-DIS-QUEDA
           IF   WS-PONTOS-NOTAS > WS-PT-LIMITE-NOTAS
              MOVE WS-PT-LIMITE-NOTAS  TO  WS-PONTOS-NOTAS
           END-IF
           ADD  WS-PONTOS-NOTAS  TO  WS-RSC-PONTOS
           IF   WS-RSC-QT-ABAIXO > ZEROS
              MOVE 'N'  TO  WS-RSC-FAT-NOTA
           END-IF
           IF   WS-RSC-QT-QUEDA > ZEROS
              MOVE 'Q'  TO  WS-RSC-FAT-QUEDA
           END-IF
           .
      *--------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DO HISTORICO; FIM DO ARQUIVO OU
      *    MUDANCA DE ALUNO/ANO ENCERRA O ALUNO CORRENTE
      *--------------------------------------------------------------*
       0321-LER-HISTORICO.

           READ ARQHIST NEXT RECORD
              AT END
                 MOVE 'S'  TO  WS-HIST-FIM
                 GO TO 0321-LER-HISTORICO-EXIT
           END-READ
           IF   WS-HIST-NUM NOT = WS-MEST-NUM
            OR  WS-HIST-ANO NOT = WS-ANO-ALERTA
              MOVE 'S'  TO  WS-HIST-FIM
              GO TO 0321-LER-HISTORICO-EXIT
           END-IF
           ADD 1  TO  WS-CT-HISTORICO
           .
       0321-LER-HISTORICO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    REGISTRA A MEDIA DO BIMESTRE LIDO NA DISCIPLINA: A MEDIA
      *    ANTERIORMENTE GUARDADA PASSA A SER A DO BIMESTRE ANTERIOR
      *--------------------------------------------------------------*
       0322-ACUMULAR-DISCIPLINA.

           IF   WS-HIST-BIM < 1 OR WS-HIST-BIM > 4
              PERFORM 0321-LER-HISTORICO THRU 0321-LER-HISTORICO-EXIT
           ELSE
              SET  WS-IX-DIS  TO  1
              SEARCH WS-DISC-OCR
                 AT END
                    PERFORM 0323-INCLUIR-DISCIPLINA
                 WHEN WS-IX-DIS > WS-QTD-DISCIPLINAS
                    PERFORM 0323-INCLUIR-DISCIPLINA
                 WHEN WS-TD-DIS (WS-IX-DIS) = WS-HIST-DIS
                    MOVE WS-TD-MEDIA-ULT (WS-IX-DIS)
                                    TO  WS-TD-MEDIA-ANT (WS-IX-DIS)
                    MOVE 'S'        TO  WS-TD-TEM-ANT   (WS-IX-DIS)
              END-SEARCH
              MOVE WS-HIST-MEDIA  TO  WS-TD-MEDIA-ULT (WS-IX-DIS)
              PERFORM 0321-LER-HISTORICO THRU 0321-LER-HISTORICO-EXIT
           END-IF
           .
       0323-INCLUIR-DISCIPLINA.

           IF   WS-QTD-DISCIPLINAS < 50
              ADD  1            TO  WS-QTD-DISCIPLINAS
              SET  WS-IX-DIS    TO  WS-QTD-DISCIPLINAS
              MOVE WS-HIST-DIS  TO  WS-TD-DIS       (WS-IX-DIS)
              MOVE ZEROS        TO  WS-TD-MEDIA-ULT (WS-IX-DIS)
              MOVE ZEROS        TO  WS-TD-MEDIA-ANT (WS-IX-DIS)
              MOVE 'N'          TO  WS-TD-TEM-ANT   (WS-IX-DIS)
           ELSE
              DISPLAY ' * ERRO - ALUNO ' WS-MEST-NUM ' COM MAIS '
                 'DE 50 DISCIPLINAS NO ANO; ALERTA CANCELADO *'
              CLOSE ARQMEST
              CLOSE ARQHIST
              CLOSE ARQRISW
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           .
      *--------------------------------------------------------------*
      *    AVALIA UMA DISCIPLINA: ULTIMA MEDIA ABAIXO DA MEDIA DE
      *    APROVACAO E/OU ABAIXO DA MEDIA DO BIMESTRE ANTERIOR
      *--------------------------------------------------------------*
       0324-AVALIAR-DISCIPLINA.

           IF   WS-TD-MEDIA-ULT (WS-IX-DIS) < WS-MEDIA-APROVACAO
              ADD 1  TO  WS-RSC-QT-ABAIXO
           END-IF
           IF   WS-TD-TEM-ANT (WS-IX-DIS) = 'S'
            AND WS-TD-MEDIA-ULT (WS-IX-DIS)
                                 < WS-TD-MEDIA-ANT (WS-IX-DIS)
              ADD 1  TO  WS-RSC-QT-QUEDA
           END-IF
           .
      *--------------------------------------------------------------*
      *    FATOR FREQUENCIA: ABAIXO DA MINIMA DO ARQPARM OU DENTRO
      *    DA MARGEM DE ALERTA ACIMA DELA. ALUNO SEM REGISTRO NO
      *    ARQFREQ TEM FREQUENCIA COMPLETA (100)
      *--------------------------------------------------------------*
       034-PONTUAR-FREQUENCIA.

           MOVE 100  TO  WS-FREQ-ALUNO
           SET  WS-IX-FRQ  TO  1
           SEARCH WS-FQ-OCR
              AT END
                 CONTINUE
              WHEN WS-IX-FRQ > WS-QTD-FREQ
                 CONTINUE
              WHEN WS-FQ-NUM (WS-IX-FRQ) = WS-MEST-NUM
                 MOVE WS-FQ-PCT (WS-IX-FRQ)  TO  WS-FREQ-ALUNO
           END-SEARCH
           MOVE WS-FREQ-ALUNO  TO  WS-RSC-FREQ

           EVALUATE TRUE
              WHEN WS-FREQ-ALUNO < WS-FREQ-MINIMA
                 MOVE 'B'  TO  WS-RSC-IND-FREQ
                 MOVE 'F'  TO  WS-RSC-FAT-FREQ
                 ADD  WS-PT-FREQ-ABAIXO  TO  WS-RSC-PONTOS
              WHEN WS-FREQ-ALUNO < WS-FREQ-ALERTA
                 MOVE 'M'  TO  WS-RSC-IND-FREQ
                 MOVE 'F'  TO  WS-RSC-FAT-FREQ
                 ADD  WS-PT-FREQ-MARGEM  TO  WS-RSC-PONTOS
              WHEN OTHER
                 MOVE SPACE  TO  WS-RSC-IND-FREQ
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    FATOR DEBITO: SALDO EM ABERTO NA POSICAO DA TESOURARIA,
      *    PONTUADO PELOS MESES DESDE A COBRANCA ABERTA MAIS ANTIGA
      *    (MESMA CONTAGEM DO AGING DO RSPRG015)
      *--------------------------------------------------------------*
       036-PONTUAR-DEBITO.

           MOVE ZEROS  TO  WS-DATA-ABERTA
           SET  WS-IX-SLD  TO  1
           SEARCH WS-SLD-OCR
              AT END
                 CONTINUE
              WHEN WS-IX-SLD > WS-QTD-SALDOS
                 CONTINUE
              WHEN WS-TS-NUM (WS-IX-SLD) = WS-MEST-NUM
                 MOVE WS-TS-SALDO (WS-IX-SLD)  TO  WS-RSC-SALDO
                 MOVE WS-TS-DATA  (WS-IX-SLD)  TO  WS-DATA-ABERTA
           END-SEARCH

           IF   WS-RSC-SALDO = ZEROS
              GO TO 036-PONTUAR-DEBITO-EXIT
           END-IF

           IF   WS-DATA-ABERTA = ZEROS
            OR  WS-DATA-ABERTA NOT NUMERIC
              MOVE ZEROS  TO  WS-MESES-ABERTO
           ELSE
              COMPUTE WS-MESES-ABERTO =
                 (WS-DATA-CUR-ANO * 12 + WS-DATA-CUR-MES)
               - (WS-DATA-ABR-ANO * 12 + WS-DATA-ABR-MES)
              IF   WS-MESES-ABERTO < ZEROS
                 MOVE ZEROS  TO  WS-MESES-ABERTO
              END-IF
              IF   WS-MESES-ABERTO > 99
                 MOVE 99     TO  WS-MESES-ABERTO
              END-IF
           END-IF
           MOVE WS-MESES-ABERTO  TO  WS-RSC-MESES
           MOVE 'D'              TO  WS-RSC-FAT-DEBITO

           EVALUATE TRUE
              WHEN WS-MESES-ABERTO < 1
                 ADD WS-PT-DEBITO-RECENTE  TO  WS-RSC-PONTOS
              WHEN WS-MESES-ABERTO < 3
                 ADD WS-PT-DEBITO-MEDIO    TO  WS-RSC-PONTOS
              WHEN OTHER
                 ADD WS-PT-DEBITO-ANTIGO   TO  WS-RSC-PONTOS
           END-EVALUATE
           .
       036-PONTUAR-DEBITO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    CLASSIFICA OS ALUNOS EM RISCO POR CURSO, PONTUACAO
      *    DECRESCENTE E NOME (SORT) NO ARQRISC E IMPRIME O RELRISC
      *    A PARTIR DELE, COM QUEBRA DE PAGINA E TOTAL POR CURSO
      *--------------------------------------------------------------*
       080-IMPRIMIR-RISCO.

           CLOSE ARQRISW
           SORT CLASSIF
              ON ASCENDING  KEY WS-CLS-CUR
              ON DESCENDING KEY WS-CLS-PONTOS
              ON ASCENDING  KEY WS-CLS-NOM
              USING  ARQRISW
              GIVING ARQRISC

           IF   WS-CT-EM-RISCO = ZEROS
              MOVE SPACES  TO  WS-CAB-CURSO
              PERFORM 037-IMPRIMIR-CABECALHO
              STRING ' * NENHUM ALUNO ATINGIU A PONTUACAO DE CORTE *'
                 DELIMITED BY SIZE INTO WS-LINHA-RESUMO
              PERFORM 097-IMPRIMIR-RESUMO
           ELSE
              OPEN INPUT ARQRISC
              PERFORM 081-LER-CLASSIFICADO THRU
                 081-LER-CLASSIFICADO-EXIT
              PERFORM 082-IMPRIMIR-ALUNO THRU
                 082-IMPRIMIR-ALUNO-EXIT
                 UNTIL RISC-FIM
              PERFORM 083-TOTAL-CURSO
              CLOSE ARQRISC
           END-IF
           .
      *--------------------------------------------------------------*
      *    LE O PROXIMO ALUNO EM RISCO CLASSIFICADO (ARQRISC)
      *--------------------------------------------------------------*
       081-LER-CLASSIFICADO.

           READ ARQRISC INTO WS-REG-RISCO
              AT END
                 MOVE 'S'  TO  WS-RISC-FIM
                 GO TO 081-LER-CLASSIFICADO-EXIT
           END-READ
           .
       081-LER-CLASSIFICADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    IMPRIME UM ALUNO EM RISCO, TRATANDO A QUEBRA DE CURSO
      *    (TOTAL DO CURSO ANTERIOR E NOVA PAGINA), COM A DESCRICAO
      *    DOS FATORES QUE DISPARARAM
      *--------------------------------------------------------------*
       082-IMPRIMIR-ALUNO.

           IF   WS-RSC-CUR NOT = WS-CUR-ANTERIOR
              IF   WS-CUR-ANTERIOR NOT = LOW-VALUES
                 PERFORM 083-TOTAL-CURSO
              END-IF
              MOVE WS-RSC-CUR  TO  WS-CUR-ANTERIOR
              IF   WS-RSC-CUR = SPACES
                 MOVE '(NAO IDENTIFICADO)'  TO  WS-CAB-CURSO
              ELSE
                 MOVE WS-RSC-CUR            TO  WS-CAB-CURSO
              END-IF
              MOVE ZEROS       TO  WS-LINHAS-IMPRESSAS
              MOVE ZEROS       TO  WS-CT-RISCO-CURSO
           END-IF

           IF  WS-LINHAS-IMPRESSAS = ZEROS
            OR WS-LINHAS-IMPRESSAS >= WS-MAX-LINHAS
              PERFORM 037-IMPRIMIR-CABECALHO
           END-IF

           MOVE WS-RSC-PONTOS     TO  WS-DET-PONTOS
           MOVE WS-RSC-NUM        TO  WS-DET-NUM
           MOVE WS-RSC-NOM        TO  WS-DET-NOM
           MOVE WS-RSC-SERIE      TO  WS-DET-SERIE
           MOVE WS-RSC-TURMA      TO  WS-DET-TURMA
           MOVE WS-RSC-QT-ABAIXO  TO  WS-DET-QT-ABAIXO
           MOVE WS-RSC-QT-QUEDA   TO  WS-DET-QT-QUEDA
           MOVE WS-RSC-FREQ       TO  WS-DET-FREQ
           EVALUATE TRUE
              WHEN RSC-FREQ-ABAIXO
                 MOVE 'ABAIXO'  TO  WS-DET-IND-FREQ
              WHEN RSC-FREQ-MARGEM
                 MOVE 'MARGEM'  TO  WS-DET-IND-FREQ
              WHEN OTHER
                 MOVE SPACES    TO  WS-DET-IND-FREQ
           END-EVALUATE
           IF   WS-RSC-SALDO > ZEROS
              MOVE WS-RSC-SALDO  TO  WS-VALOR-ED
              MOVE WS-VALOR-ED   TO  WS-DET-SALDO
           ELSE
              MOVE SPACES        TO  WS-DET-SALDO
           END-IF
           MOVE WS-RSC-MESES      TO  WS-DET-MESES

           PERFORM 0821-DESCREVER-FATORES

           WRITE WS-LINHA-RELRISC FROM WS-LINHA-DETALHE
           ADD   1                TO  WS-LINHAS-IMPRESSAS
           ADD   1                TO  WS-CT-RISCO-CURSO

           PERFORM 081-LER-CLASSIFICADO THRU
              081-LER-CLASSIFICADO-EXIT
           .
       082-IMPRIMIR-ALUNO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    DESCREVE NA COLUNA DE FATORES, CADA UM NA SUA POSICAO, OS
      *    FATORES QUE DISPARARAM PARA O ALUNO
      *--------------------------------------------------------------*
       0821-DESCREVER-FATORES.

           MOVE SPACES  TO  WS-DET-FATORES
           IF   WS-RSC-FAT-NOTA = 'N'
              MOVE 'NOTA<MED'  TO  WS-DET-FAT-NOTA
           END-IF
           IF   WS-RSC-FAT-QUEDA = 'Q'
              MOVE 'QUEDA'     TO  WS-DET-FAT-QUEDA
           END-IF
           IF   WS-RSC-FAT-FREQ = 'F'
              MOVE 'FREQ'      TO  WS-DET-FAT-FREQ
           END-IF
           IF   WS-RSC-FAT-DEBITO = 'D'
              MOVE 'DEBITO'    TO  WS-DET-FAT-DEBITO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME NA QUEBRA O TOTAL DE ALUNOS EM RISCO DO CURSO
      *    ANTERIOR
      *--------------------------------------------------------------*
       083-TOTAL-CURSO.

           WRITE WS-LINHA-RELRISC FROM SPACES
           STRING ' * ALUNOS EM RISCO NO CURSO = ' WS-CT-RISCO-CURSO
              DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           .
      *--------------------------------------------------------------*
      *    IMPRIME CABECALHO DE PAGINA DO RELATORIO (RELRISC)
      *--------------------------------------------------------------*
       037-IMPRIMIR-CABECALHO.

           ADD   1                TO  WS-PAGINA
           MOVE  WS-PAGINA        TO  WS-CAB-PAGINA

           IF  WS-PAGINA > 1
              WRITE WS-LINHA-RELRISC FROM SPACES
                 AFTER ADVANCING PAGE
           ELSE
              WRITE WS-LINHA-RELRISC FROM SPACES
           END-IF

           WRITE WS-LINHA-RELRISC FROM WS-CAB-01
           WRITE WS-LINHA-RELRISC FROM WS-CAB-03
           WRITE WS-LINHA-RELRISC FROM WS-CAB-02
           WRITE WS-LINHA-RELRISC FROM SPACES
           MOVE  ZEROS            TO  WS-LINHAS-IMPRESSAS
           .
      *--------------------------------------------------------------*
      *    GRAVA NO RELRISC UMA LINHA DE RESUMO JA MONTADA EM
      *    WS-LINHA-RESUMO, DEIXANDO A AREA EM BRANCO PARA A PROXIMA
      *--------------------------------------------------------------*
       097-IMPRIMIR-RESUMO.

           WRITE WS-LINHA-RELRISC  FROM  WS-LINHA-RESUMO
           MOVE  SPACES            TO    WS-LINHA-RESUMO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS: TOTAIS DE CONTROLE E QUANTIDADE DE
      *    ALUNOS EM RISCO POR FATOR
      *--------------------------------------------------------------*
       090-TERMINAR.

           WRITE WS-LINHA-RELRISC FROM SPACES AFTER ADVANCING PAGE
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG020        *'
           DISPLAY ' *----------------------------------------*'
           STRING ' *   TOTAIS DE CONTROLE - RSPRG020'
              DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * ALUNOS LIDOS      - ARQMEST = ' WS-CT-ALUNOS
           STRING ' * ALUNOS LIDOS      - ARQMEST = '
              WS-CT-ALUNOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * REGISTROS LIDOS   - ARQHIST = ' WS-CT-HISTORICO
           STRING ' * REGISTROS LIDOS   - ARQHIST = '
              WS-CT-HISTORICO DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * MATRICULAS NAO ATIVAS (FORA)= '
              WS-CT-NAO-ATIVOS
           STRING ' * MATRICULAS NAO ATIVAS (FORA)= '
              WS-CT-NAO-ATIVOS DELIMITED BY SIZE
              INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * ALUNOS EM RISCO   - ARQRISC = ' WS-CT-EM-RISCO
           STRING ' * ALUNOS EM RISCO   - ARQRISC = '
              WS-CT-EM-RISCO DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' *   COM NOTA ABAIXO DA MEDIA  = '
              WS-CT-FATOR-NOTA
           STRING ' *   COM NOTA ABAIXO DA MEDIA  = '
              WS-CT-FATOR-NOTA DELIMITED BY SIZE
              INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' *   COM MEDIA EM QUEDA        = '
              WS-CT-FATOR-QUEDA
           STRING ' *   COM MEDIA EM QUEDA        = '
              WS-CT-FATOR-QUEDA DELIMITED BY SIZE
              INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' *   COM ALERTA DE FREQUENCIA  = '
              WS-CT-FATOR-FREQ
           STRING ' *   COM ALERTA DE FREQUENCIA  = '
              WS-CT-FATOR-FREQ DELIMITED BY SIZE
              INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' *   COM DEBITO EM ABERTO      = '
              WS-CT-FATOR-DEBITO
           STRING ' *   COM DEBITO EM ABERTO      = '
              WS-CT-FATOR-DEBITO DELIMITED BY SIZE
              INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' *========================================*'

           PERFORM 098-GRAVAR-EXECUCAO

           CLOSE RELRISC
           CLOSE ARQMEST
           CLOSE ARQHIST
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO DE CONTROLE DESTA EXECUCAO NO ARQEXEC
      *    (PROGRAMA, DATA/HORA, ANO, ALUNOS LIDOS E EM RISCO E
      *    RETURN CODE), PARA O RESUMO DIARIO DE OPERACAO (RSPRG013)
      *--------------------------------------------------------------*
       098-GRAVAR-EXECUCAO.

           MOVE 'RSPRG020'          TO  WS-EXE-PROGRAMA
           MOVE WS-DATA-CORRENTE    TO  WS-EXE-DATA
           MOVE WS-HORA-CORRENTE    TO  WS-EXE-HORA
           MOVE WS-ANO-ALERTA       TO  WS-EXE-ANO
           MOVE ZEROS               TO  WS-EXE-BIM
           MOVE SPACES              TO  WS-EXE-TIPO
           MOVE WS-CT-ALUNOS        TO  WS-EXE-LIDOS
           MOVE WS-CT-EM-RISCO      TO  WS-EXE-ACEITOS
           MOVE ZEROS               TO  WS-EXE-REJEITADOS
           MOVE RETURN-CODE         TO  WS-EXE-RC

           OPEN EXTEND ARQEXEC
           IF   WS-EXEC-STATUS NOT = '00' AND NOT = '05'
              OPEN OUTPUT ARQEXEC
           END-IF
           WRITE WS-LINHA-EXEC FROM WS-REG-EXEC
           CLOSE ARQEXEC
           .
      *---------------> FIM DO PROGRAMA RSPRG020 <-------------------*
