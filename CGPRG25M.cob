       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG023.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: EXPORTACAO ANUAL DO CENSO ESCOLAR (EDUCACENSO -
      *           RENDIMENTO) PARA A SECRETARIA DE EDUCACAO, DE UM
      *           ANO JA FECHADO PELO RSPRG007. CRUZA CADA ALUNO DO
      *           MESTRE (ARQMEST) COM O RESULTADO ANUAL POR
      *           DISCIPLINA DO HISTORICO (ARQHIST, BIMESTRE 9) E COM
      *           O PERCENTUAL DE FREQUENCIA (ARQFREQ) E GERA O
      *           ARQUIVO DE LARGURA FIXA (ARQCENS) COM OS REGISTROS
      *           DE ESCOLA, TURMA E ALUNO (CODIGO DE RENDIMENTO
      *           APROVADO, REPROVADO OU ABANDONO), EMOLDURADO POR
      *           HDR/TRL COM OS TOTAIS DE CONTROLE. O RELATORIO DE
      *           VALIDACAO (RELCENS), CONFERIDO ANTES DO ENVIO,
      *           RELACIONA CADA ALUNO EXCLUIDO DO ARQUIVO E O MOTIVO
      *           (SEM RESULTADO ANUAL, ANO INCOMPLETO, SEM SEXO OU
      *           DATA DE NASCIMENTO, SEM CURSO/SERIE/TURMA). DEVE
      *           RODAR ANTES DA VIRADA DO ANO (RSPRG019). ALUNO
      *           FECHADO COMO TRANCADO OU ABANDONO (M/B) SAI COM O
      *           RENDIMENTO ABANDONO; O TRANSFERIDO (T) E O QUE SAIU
      *           EM ANO ANTERIOR FICAM FORA DO ARQUIVO, SO CONTADOS.
      *           ANO COM RESULTADO ANUAL PENDENTE DE REFECHAMENTO NO
      *           ARQREFC (RSPRG018) NAO E EXPORTADO ATE O RSPRG007
      *           SER RESSUBMETIDO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  220001  PROGRAMA DE EXPORTACAO DO CENSO
      *                          ESCOLAR (RENDIMENTO) CRIADO.
      *  V02    10/2026  220002  SITUACAO DA MATRICULA (ARQMEST, 108
      *                          BYTES): RESULTADO ANUAL TRANCADO OU
      *                          ABANDONO (M/B, DO RSPRG007 V06) GERA
      *                          O RENDIMENTO ABANDONO; TRANSFERIDO
      *                          (T) E ALUNO QUE SAIU EM ANO ANTERIOR
      *                          FICAM FORA DO ARQCENS, SEM EXCLUSAO,
      *                          CONTADOS NOS TOTAIS.
      *  V03    10/2026  220003  EXPORTACAO CANCELADA (RC 16)
      *                          ENQUANTO HOUVER NO ARQREFC RESULTADO
      *                          ANUAL DO ANO MARCADO PARA
      *                          REFECHAMENTO PELO RSPRG018, COM A
      *                          RELACAO DOS ALUNOS.
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
           SELECT RELCENS   ASSIGN TO RELCENS
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT ARQFREQ   ASSIGN TO ARQFREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-FREQ-STATUS.
           SELECT ARQCENW   ASSIGN TO ARQCENW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQCENO   ASSIGN TO ARQCENO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQCENS   ASSIGN TO ARQCENS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CENS-STATUS.
           SELECT ARQREFC   ASSIGN TO ARQREFC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-REFC-STATUS.
           SELECT ARQEXEC   ASSIGN TO ARQEXEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXEC-STATUS.
           SELECT CLASSIF   ASSIGN TO SORTWK.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> RELCENS - RELATORIO DE VALIDACAO DO CENSO (IMPRESSAO)
       FD  RELCENS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-RELCENS      PIC X(132).
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
      *-----> ARQFREQ - FREQUENCIA DOS ALUNOS NO ANO (DD NO JCL):
      *       NUMERO DO ALUNO + PERCENTUAL DE FREQUENCIA (0 A 100)
       FD  ARQFREQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-FREQ          PIC X(07).
      *-----> ARQCENW - ARQUIVO DE TRABALHO COM OS ALUNOS VALIDOS
      *       PARA O CENSO, GRAVADO EM 030 PARA CLASSIFICACAO
       FD  ARQCENW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-CENW          PIC X(52).
      *-----> ARQCENO - ALUNOS VALIDOS CLASSIFICADOS POR CURSO,
      *       SERIE, TURMA E NOME (SAIDA DO SORT), BASE DO ARQCENS
       FD  ARQCENO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-CENO          PIC X(52).
      *-----> ARQCENS - ARQUIVO DO CENSO ESCOLAR PARA A SECRETARIA
      *       (DD NO JCL): HDR + ESCOLA + (TURMA + ALUNOS) + TRL
       FD  ARQCENS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-CENS          PIC X(100).
      *-----> ARQREFC - RESULTADOS ANUAIS (BIMESTRE 9) A REFECHAR,
      *       MARCADOS PELO RSPRG018 E BAIXADOS PELO RSPRG007 (DD NO
      *       JCL); SO CONSULTADO
       FD  ARQREFC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-REFC          PIC X(20).
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
           05  WS-CLS-SERIE       PIC 9(01).
           05  WS-CLS-TURMA       PIC X(02).
           05  WS-CLS-NOM         PIC X(20).
           05  FILLER             PIC X(17).
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
           05  WS-CT-VALIDOS          PIC 9(06)      VALUE ZEROS.
           05  WS-CT-EXCLUIDOS        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-MOTIVOS          PIC 9(06)      VALUE ZEROS.
           05  WS-CT-SEM-FREQ         PIC 9(06)      VALUE ZEROS.
           05  WS-CT-TRANSFERIDOS     PIC 9(06)      VALUE ZEROS.
           05  WS-CT-SAIDA-ANTERIOR   PIC 9(06)      VALUE ZEROS.

      *-----> TOTAIS DE CONTROLE DO ARQUIVO DO CENSO (TRL)
       01  WS-AREA-TOTAL-CENSO.
           05  WS-CT-REGISTROS        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-TURMAS           PIC 9(06)      VALUE ZEROS.
           05  WS-CT-ALUNOS-CENSO     PIC 9(06)      VALUE ZEROS.
           05  WS-CT-APROVADOS        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-REPROVADOS       PIC 9(06)      VALUE ZEROS.
           05  WS-CT-ABANDONOS        PIC 9(06)      VALUE ZEROS.

      *-----> CONTROLE DOS ARQUIVOS
       01  WS-MEST-STATUS             PIC X(02)      VALUE '00'.
       01  WS-HIST-STATUS             PIC X(02)      VALUE '00'.
       01  WS-HIST-FIM                PIC X(01)      VALUE 'N'.
           88  HIST-FIM                              VALUE 'S'.
       01  WS-FREQ-STATUS             PIC X(02)      VALUE '00'.
       01  WS-FREQ-FIM                PIC X(01)      VALUE 'N'.
           88  FREQ-FIM                              VALUE 'S'.
       01  WS-CENS-STATUS             PIC X(02)      VALUE '00'.
       01  WS-CENO-FIM                PIC X(01)      VALUE 'N'.
           88  CENO-FIM                              VALUE 'S'.

      *-----> CONTROLE DOS RESULTADOS A REFECHAR (ARQREFC)
       01  WS-REFC-STATUS             PIC X(02)      VALUE '00'.
       01  WS-FIM-REFC                PIC X(01)      VALUE 'N'.
       77  WS-CT-REFC-PENDENTES       PIC 9(04)      VALUE ZEROS.

      *-----> REGISTRO DE RESULTADO ANUAL A REFECHAR (ARQREFC), NO
      *       LAYOUT GRAVADO PELO RSPRG018
       01  WS-REG-REFC.
           05  WS-RFC-NUM             PIC 9(04).
           05  WS-RFC-ANO             PIC 9(04).
           05  WS-RFC-DIS             PIC X(03).
           05  WS-RFC-BIM             PIC 9(01).
           05  WS-RFC-DATA            PIC 9(08).

      *-----> CONTROLE DO ARQUIVO DE EXECUCOES (ARQEXEC)
       01  WS-EXEC-STATUS             PIC X(02)      VALUE '00'.

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

      *-----> ENTRADA - CARTAO DE CONTROLE (SYSIN): ANO FECHADO,
      *       CODIGO INEP DA ESCOLA, NOME DA ESCOLA, CODIGO IBGE DO
      *       MUNICIPIO E UF
       01  WS-REG-CARTAO.
           05  WS-CRT-ANO             PIC 9(04).
           05  WS-CRT-INEP            PIC 9(08).
           05  WS-CRT-NOME-ESCOLA     PIC X(40).
           05  WS-CRT-MUNICIPIO       PIC X(07).
           05  WS-CRT-UF              PIC X(02).
           05  FILLER                 PIC X(19).

      *-----> ANO FECHADO A EXPORTAR
       01  WS-ANO-CENSO               PIC 9(04)      VALUE ZEROS.

      *-----> BIMESTRE RESERVADO NO HISTORICO PARA O RESULTADO
      *       ANUAL (GRAVADO PELO RSPRG007)
       77  WS-BIM-FECHAMENTO          PIC 9(01)      VALUE 9.

      *-----> ANO DA DATA EFETIVA DA SITUACAO DA MATRICULA (MESTRE)
       77  WS-ANO-SAIDA               PIC 9(04)      VALUE ZEROS.

      *-----> CODIGOS DE RENDIMENTO DO LAYOUT DA SECRETARIA
       77  WS-REND-APROVADO           PIC X(01)      VALUE '1'.
       77  WS-REND-REPROVADO          PIC X(01)      VALUE '2'.
       77  WS-REND-ABANDONO           PIC X(01)      VALUE '3'.

      *-----> AREA DE DESMEMBRAMENTO DO REGISTRO DO ARQFREQ
       01  WS-REG-FREQ.
           05  WS-FREQ-NUM-IN         PIC 9(04).
           05  WS-FREQ-PCT-IN         PIC 9(03).

      *-----> TABELA DE FREQUENCIA DOS ALUNOS (ARQFREQ). EXCEDER O
      *       LIMITE CANCELA A EXPORTACAO (RC 16)
       01  WS-TAB-FREQ.
           05  WS-QTD-FREQ            PIC 9(06)      VALUE ZEROS.
           05  WS-FQ-OCR OCCURS 5000 TIMES
                                      INDEXED BY WS-IX-FRQ.
               10  WS-FQ-NUM          PIC 9(04)      VALUE ZEROS.
               10  WS-FQ-PCT          PIC 9(03)      VALUE ZEROS.

      *-----> FREQUENCIA DO ALUNO CORRENTE; ALUNO SEM REGISTRO NO
      *       ARQFREQ E TRATADO COMO FREQUENCIA COMPLETA (100)
       77  WS-FREQ-ALUNO              PIC 9(03)      VALUE ZEROS.

      *-----> DISCIPLINAS DO ALUNO CORRENTE NO ANO: RESULTADO ANUAL
      *       (BIMESTRE 9) DE CADA UMA, EM BRANCO SE A DISCIPLINA
      *       TEM LANCAMENTO MAS NAO FOI FECHADA
       01  WS-TAB-DISCIPLINAS.
           05  WS-QTD-DISCIPLINAS     PIC 9(02)      VALUE ZEROS.
           05  WS-QTD-FECHADAS        PIC 9(02)      VALUE ZEROS.
           05  WS-DISC-OCR OCCURS 50 TIMES
                                      INDEXED BY WS-IX-DIS.
               10  WS-TD-DIS          PIC X(03).
               10  WS-TD-SIT-ANUAL    PIC X(01).

      *-----> RESULTADO DO ANO DO ALUNO CORRENTE (PIOR SITUACAO
      *       ANUAL ENTRE AS DISCIPLINAS: T, DEPOIS B (TAMBEM PARA M),
      *       DEPOIS F, DEPOIS R, DEPOIS A)
       01  WS-SIT-ANO                 PIC X(01)      VALUE SPACES.
           88  ANO-APROVADO                          VALUE 'A'.
           88  ANO-REPROVADO                         VALUE 'R'.
           88  ANO-REPROV-FALTA                      VALUE 'F'.
           88  ANO-ABANDONO                          VALUE 'B'.
           88  ANO-TRANSFERIDO                       VALUE 'T'.

      *-----> INDICADOR DE EXCLUSAO DO ALUNO CORRENTE E MOTIVO DA
      *       LINHA DE EXCLUSAO EM MONTAGEM
       01  WS-IND-EXCLUIDO            PIC X(01)      VALUE 'N'.
           88  ALUNO-EXCLUIDO                        VALUE 'S'.
       01  WS-MOTIVO                  PIC X(50)      VALUE SPACES.

      *-----> ALUNO VALIDO PARA O CENSO (ARQCENW/ARQCENO)
       01  WS-REG-CEN.
           05  WS-CEN-CUR             PIC X(12).
           05  WS-CEN-SERIE           PIC 9(01).
           05  WS-CEN-TURMA           PIC X(02).
           05  WS-CEN-NOM             PIC X(20).
           05  WS-CEN-NUM             PIC 9(04).
           05  WS-CEN-SEXO            PIC X(01).
           05  WS-CEN-DATA-NASC       PIC 9(08).
           05  WS-CEN-FREQ            PIC 9(03).
           05  WS-CEN-RENDIMENTO      PIC X(01).

      *-----> TURMA DA QUEBRA DO ARQUIVO DO CENSO
       01  WS-TURMA-ANTERIOR.
           05  WS-ANT-CUR             PIC X(12)      VALUE LOW-VALUES.
           05  WS-ANT-SERIE           PIC 9(01)      VALUE ZEROS.
           05  WS-ANT-TURMA           PIC X(02)      VALUE LOW-VALUES.
       01  WS-TURMA-ATUAL.
           05  WS-ATU-CUR             PIC X(12).
           05  WS-ATU-SERIE           PIC 9(01).
           05  WS-ATU-TURMA           PIC X(02).

      *-----> REGISTRO DO ARQUIVO DO CENSO (ARQCENS), 100 BYTES; O
      *       TIPO NAS 3 PRIMEIRAS POSICOES: HDR, ESC (ESCOLA), TUR
      *       (TURMA), ALU (ALUNO) E TRL
       01  WS-REG-CENS.
           05  WS-CNS-TIPO            PIC X(03).
           05  FILLER                 PIC X(97).

      *-----> HDR: ANO, ESCOLA, DATA DE GERACAO E QUANTIDADE DE
      *       ALUNOS DO ARQUIVO
       01  WS-REG-CENS-HDR REDEFINES WS-REG-CENS.
           05  WS-HDR-TIPO            PIC X(03).
           05  WS-HDR-ANO             PIC 9(04).
           05  WS-HDR-INEP            PIC 9(08).
           05  WS-HDR-DATA            PIC 9(08).
           05  WS-HDR-QTDE-ALUNOS     PIC 9(06).
           05  FILLER                 PIC X(71).

      *-----> ESC: IDENTIFICACAO DA ESCOLA
       01  WS-REG-CENS-ESC REDEFINES WS-REG-CENS.
           05  WS-ESC-TIPO            PIC X(03).
           05  WS-ESC-INEP            PIC 9(08).
           05  WS-ESC-NOME            PIC X(40).
           05  WS-ESC-MUNICIPIO       PIC X(07).
           05  WS-ESC-UF              PIC X(02).
           05  WS-ESC-ANO             PIC 9(04).
           05  FILLER                 PIC X(36).

      *-----> TUR: TURMA (CURSO + SERIE + TURMA), SEGUIDA DOS ALUNOS
       01  WS-REG-CENS-TUR REDEFINES WS-REG-CENS.
           05  WS-TUR-TIPO            PIC X(03).
           05  WS-TUR-INEP            PIC 9(08).
           05  WS-TUR-CUR             PIC X(12).
           05  WS-TUR-SERIE           PIC 9(01).
           05  WS-TUR-TURMA           PIC X(02).
           05  FILLER                 PIC X(74).

      *-----> ALU: ALUNO COM FREQUENCIA E CODIGO DE RENDIMENTO
       01  WS-REG-CENS-ALU REDEFINES WS-REG-CENS.
           05  WS-ALU-TIPO            PIC X(03).
           05  WS-ALU-INEP            PIC 9(08).
           05  WS-ALU-CUR             PIC X(12).
           05  WS-ALU-SERIE           PIC 9(01).
           05  WS-ALU-TURMA           PIC X(02).
           05  WS-ALU-NUM             PIC 9(04).
           05  WS-ALU-NOM             PIC X(20).
           05  WS-ALU-SEXO            PIC X(01).
           05  WS-ALU-DATA-NASC       PIC 9(08).
           05  WS-ALU-FREQ            PIC 9(03).
           05  WS-ALU-RENDIMENTO      PIC X(01).
           05  FILLER                 PIC X(37).

      *-----> TRL: TOTAIS DE CONTROLE (REGISTROS INCLUINDO HDR E
      *       TRL, TURMAS, ALUNOS E ALUNOS POR RENDIMENTO)
       01  WS-REG-CENS-TRL REDEFINES WS-REG-CENS.
           05  WS-TRL-TIPO            PIC X(03).
           05  WS-TRL-QTDE-REGISTROS  PIC 9(06).
           05  WS-TRL-QTDE-TURMAS     PIC 9(06).
           05  WS-TRL-QTDE-ALUNOS     PIC 9(06).
           05  WS-TRL-QTDE-APROVADOS  PIC 9(06).
           05  WS-TRL-QTDE-REPROVADOS PIC 9(06).
           05  WS-TRL-QTDE-ABANDONOS  PIC 9(06).
           05  FILLER                 PIC X(61).

      *-----> CONTROLE DE PAGINACAO DO RELATORIO
       01  WS-AREA-RELATORIO.
           05  WS-LINHAS-IMPRESSAS    PIC 9(02)      VALUE ZEROS.
           05  WS-MAX-LINHAS          PIC 9(02)      VALUE 20.
           05  WS-PAGINA              PIC 9(04)      VALUE ZEROS.

      *-----> LAYOUTS DO RELATORIO DE VALIDACAO (RELCENS)
       01  WS-CAB-01.
           05  FILLER              PIC X(20) VALUE 'RSPRG023'.
           05  FILLER              PIC X(40) VALUE
               'CENSO ESCOLAR - VALIDACAO DO RENDIMENTO'.
           05  FILLER              PIC X(13) VALUE 'ANO FECHADO: '.
           05  WS-CAB-ANO          PIC 9(04).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'PAGINA: '.
           05  WS-CAB-PAGINA       PIC ZZZ9.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-CAB-03.
           05  FILLER              PIC X(08) VALUE 'ESCOLA: '.
           05  WS-CAB-INEP         PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-CAB-NOME-ESCOLA  PIC X(40).
           05  FILLER              PIC X(75) VALUE SPACES.

       01  WS-CAB-02.
           05  FILLER              PIC X(06) VALUE 'NUMERO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE 'NOME DO ALUNO'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE 'CURSO'.
           05  FILLER              PIC X(06) VALUE 'SERIE'.
           05  FILLER              PIC X(06) VALUE 'TURMA'.
           05  FILLER              PIC X(50) VALUE
               'MOTIVO DA EXCLUSAO DO CENSO'.
           05  FILLER              PIC X(28) VALUE SPACES.

       01  WS-LINHA-DETALHE.
           05  WS-DET-NUM          PIC 9(04).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DET-NOM          PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-CUR          PIC X(12).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DET-SERIE        PIC 9(01).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-DET-TURMA        PIC X(02).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-DET-MOTIVO       PIC X(50).
           05  FILLER              PIC X(27) VALUE SPACES.

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
       000-RSPRG023.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-EXIT
              UNTIL WS-FIM = 'S'
           PERFORM 080-GERAR-CENSO
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           OPEN OUTPUT RELCENS
           PERFORM 017-LER-CARTAO
           PERFORM 019-CARREGAR-FREQUENCIA
           PERFORM 011-VERIFICAR-REFECHAMENTO
              THRU 011-VERIFICAR-REFECHAMENTO-EXIT
           OPEN INPUT ARQMEST
           IF   WS-MEST-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQMEST NAO DISPONIVEL PARA '
                 'LEITURA - FS ' WS-MEST-STATUS ' *'
              PERFORM 018-ABORTAR-CARTAO
           END-IF
           OPEN INPUT ARQHIST
           IF   WS-HIST-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQHIST NAO DISPONIVEL PARA '
                 'LEITURA - FS ' WS-HIST-STATUS ' *'
              PERFORM 018-ABORTAR-CARTAO
           END-IF
           OPEN OUTPUT ARQCENW
           PERFORM 025-LER-MESTRE THRU 025-LER-MESTRE-EXIT
           .
      *--------------------------------------------------------------*
      *    LE O CARTAO DE CONTROLE (SYSIN) COM O ANO FECHADO E A
      *    IDENTIFICACAO DA ESCOLA; CARTAO INVALIDO CANCELA A
      *    EXPORTACAO (RC 16)
      *--------------------------------------------------------------*
       017-LER-CARTAO.

           ACCEPT WS-REG-CARTAO  FROM SYSIN
           IF   WS-CRT-ANO NOT NUMERIC
            OR  WS-CRT-ANO = ZEROS
              DISPLAY ' * ERRO - CARTAO DE CONTROLE SEM ANO '
                 'VALIDO; EXPORTACAO REJEITADA *'
              PERFORM 018-ABORTAR-CARTAO
           END-IF
           IF   WS-CRT-INEP NOT NUMERIC
            OR  WS-CRT-INEP = ZEROS
            OR  WS-CRT-NOME-ESCOLA = SPACES
              DISPLAY ' * ERRO - CARTAO DE CONTROLE SEM CODIGO INEP '
                 'OU NOME DA ESCOLA; EXPORTACAO REJEITADA *'
              PERFORM 018-ABORTAR-CARTAO
           END-IF
           MOVE WS-CRT-ANO          TO  WS-ANO-CENSO
           MOVE WS-CRT-ANO          TO  WS-CAB-ANO
           MOVE WS-CRT-INEP         TO  WS-CAB-INEP
           MOVE WS-CRT-NOME-ESCOLA  TO  WS-CAB-NOME-ESCOLA
           .
      *--------------------------------------------------------------*
      *    ENCERRA O JOB SEM EXPORTAR, POR CARTAO DE CONTROLE
      *    INVALIDO, ARQUIVO INDISPONIVEL OU TABELA EXCEDIDA
      *--------------------------------------------------------------*
       018-ABORTAR-CARTAO.

           CLOSE RELCENS
           MOVE 16  TO  RETURN-CODE
           PERFORM 098-GRAVAR-EXECUCAO
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    CONFERE NO ARQREFC SE HA RESULTADO ANUAL DO ANO MARCADO
      *    PARA REFECHAMENTO (NOTA RETIFICADA NO RSPRG018 DEPOIS DO
      *    FECHAMENTO): O BIMESTRE 9 DESSES ALUNOS FICA DESATUALIZADO
      *    ATE O RSPRG007 SER RESSUBMETIDO. HAVENDO MARCA DO ANO, A
      *    EXPORTACAO E CANCELADA (RC 16) COM A RELACAO DOS ALUNOS.
      *    ARQREFC AUSENTE (FS 35) NAO TEM MARCA PENDENTE
      *--------------------------------------------------------------*
       011-VERIFICAR-REFECHAMENTO.

           OPEN INPUT ARQREFC
           IF   WS-REFC-STATUS = '35'
              GO TO 011-VERIFICAR-REFECHAMENTO-EXIT
           END-IF
           IF   WS-REFC-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQREFC NAO DISPONIVEL PARA '
                 'LEITURA - FS ' WS-REFC-STATUS ' *'
              PERFORM 018-ABORTAR-CARTAO
           END-IF
           MOVE 'N'  TO  WS-FIM-REFC
           PERFORM 0111-LER-REFC THRU 0111-LER-REFC-EXIT
              UNTIL WS-FIM-REFC = 'S'
           CLOSE ARQREFC

           IF   WS-CT-REFC-PENDENTES > ZEROS
              DISPLAY ' * ERRO - ANO ' WS-ANO-CENSO ' COM '
                 WS-CT-REFC-PENDENTES ' RESULTADO(S) ANUAL(IS) A '
                 'REFECHAR; RESSUBMETER O RSPRG007; EXPORTACAO '
                 'REJEITADA *'
              PERFORM 018-ABORTAR-CARTAO
           END-IF
           .
       011-VERIFICAR-REFECHAMENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    LE A PROXIMA MARCA DO ARQREFC E RELACIONA A DO ANO
      *    SOLICITADO
      *--------------------------------------------------------------*
       0111-LER-REFC.

           READ ARQREFC INTO WS-REG-REFC
              AT END
                 MOVE 'S'  TO  WS-FIM-REFC
                 GO TO 0111-LER-REFC-EXIT
           END-READ

           IF   WS-RFC-ANO = WS-ANO-CENSO
              ADD 1  TO  WS-CT-REFC-PENDENTES
              DISPLAY ' * ERRO - RESULTADO ANUAL DO ALUNO '
                 WS-RFC-NUM ' DISCIPLINA ' WS-RFC-DIS
                 ' PENDENTE DE REFECHAMENTO (ARQREFC) *'
           END-IF
           .
       0111-LER-REFC-EXIT.
           EXIT.
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
                 'EXCEDEU 5000 OCORRENCIAS; EXPORTACAO CANCELADA *'
              CLOSE ARQFREQ
              PERFORM 018-ABORTAR-CARTAO
           END-IF
           .
       0191-LER-REG-FREQ-EXIT.
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
      *    VALIDA O ALUNO CORRENTE DO MESTRE PARA O CENSO: TODOS OS
      *    MOTIVOS DE EXCLUSAO SAO LISTADOS NO RELCENS; O ALUNO SEM
      *    NENHUM VAI PARA O ARQUIVO DE TRABALHO ARQCENW
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE 'N'     TO  WS-IND-EXCLUIDO
           MOVE SPACES  TO  WS-SIT-ANO

      *    ALUNO QUE SAIU (TRANSFERIDO, TRANCADO OU ABANDONO) EM ANO
      *    ANTERIOR AO DO CENSO NAO PERTENCE A ESTE ANO; O TRANSFERIDO
      *    NO ANO DO CENSO E INFORMADO PELA ESCOLA DE DESTINO E SO E
      *    CONTADO, SEM CONFERENCIA DO CADASTRO NEM EXCLUSAO
           IF   (MEST-TRANSFERIDO OR MEST-TRANCADO OR MEST-ABANDONO)
            AND WS-MEST-DATA-SIT NUMERIC
              DIVIDE WS-MEST-DATA-SIT BY 10000 GIVING WS-ANO-SAIDA
              IF   WS-ANO-SAIDA < WS-ANO-CENSO
                 ADD 1  TO  WS-CT-SAIDA-ANTERIOR
                 PERFORM 025-LER-MESTRE THRU 025-LER-MESTRE-EXIT
                 GO TO 030-PROCESSAR-EXIT
              END-IF
              IF   MEST-TRANSFERIDO
               AND WS-ANO-SAIDA = WS-ANO-CENSO
                 ADD 1  TO  WS-CT-TRANSFERIDOS
                 PERFORM 025-LER-MESTRE THRU 025-LER-MESTRE-EXIT
                 GO TO 030-PROCESSAR-EXIT
              END-IF
           END-IF

           PERFORM 031-VALIDAR-CADASTRO
           PERFORM 032-APURAR-HISTORICO THRU
              032-APURAR-HISTORICO-EXIT

           EVALUATE TRUE
              WHEN ALUNO-EXCLUIDO
                 ADD 1  TO  WS-CT-EXCLUIDOS
              WHEN ANO-TRANSFERIDO
                 ADD 1  TO  WS-CT-TRANSFERIDOS
              WHEN OTHER
                 PERFORM 033-BUSCAR-FREQUENCIA
                 PERFORM 034-GRAVAR-ALUNO
           END-EVALUATE

           PERFORM 025-LER-MESTRE THRU 025-LER-MESTRE-EXIT
           .
       030-PROCESSAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    CONFERE NO MESTRE OS DADOS CADASTRAIS EXIGIDOS PELO
      *    CENSO: CURSO/SERIE/TURMA, SEXO E DATA DE NASCIMENTO
      *--------------------------------------------------------------*
       031-VALIDAR-CADASTRO.

           IF   WS-MEST-CUR = SPACES
            OR  WS-MEST-SERIE NOT NUMERIC
            OR  WS-MEST-SERIE = ZEROS
            OR  WS-MEST-TURMA = SPACES
              MOVE 'SEM CURSO/SERIE/TURMA NA MATRICULA (ARQMEST)'
                        TO  WS-MOTIVO
              PERFORM 036-LISTAR-EXCLUSAO
           END-IF

           IF   WS-MEST-SEXO NOT = 'M'
            AND WS-MEST-SEXO NOT = 'F'
              MOVE 'SEXO NAO INFORMADO NO MESTRE'
                        TO  WS-MOTIVO
              PERFORM 036-LISTAR-EXCLUSAO
           END-IF

           IF   WS-MEST-DATA-NASC NOT NUMERIC
            OR  WS-MEST-DATA-NASC = ZEROS
              MOVE 'DATA DE NASCIMENTO NAO INFORMADA NO MESTRE'
                        TO  WS-MOTIVO
              PERFORM 036-LISTAR-EXCLUSAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PERCORRE O HISTORICO DO ALUNO NO ANO FECHADO (CHAVE
      *    ALUNO+ANO) E MONTA A TABELA DAS DISCIPLINAS COM O
      *    RESULTADO ANUAL (BIMESTRE 9) DE CADA UMA. SEM HISTORICO
      *    NO ANO, SEM NENHUM RESULTADO ANUAL OU COM DISCIPLINA SEM
      *    RESULTADO ANUAL (INCOMPLETA NO RSPRG007) O ALUNO E
      *    EXCLUIDO; NOS DEMAIS, O RESULTADO DO ANO E O PIOR ENTRE
      *    AS DISCIPLINAS
      *--------------------------------------------------------------*
       032-APURAR-HISTORICO.

           MOVE ZEROS          TO  WS-QTD-DISCIPLINAS
           MOVE ZEROS          TO  WS-QTD-FECHADAS
           MOVE 'N'            TO  WS-HIST-FIM
           MOVE WS-MEST-NUM    TO  WS-HIST-NUM
           MOVE WS-ANO-CENSO   TO  WS-HIST-ANO
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

           IF   WS-QTD-DISCIPLINAS = ZEROS
              MOVE 'SEM HISTORICO NO ANO FECHADO'
                        TO  WS-MOTIVO
              PERFORM 036-LISTAR-EXCLUSAO
              GO TO 032-APURAR-HISTORICO-EXIT
           END-IF

           IF   WS-QTD-FECHADAS = ZEROS
              MOVE 'SEM RESULTADO ANUAL (BIMESTRE 9) NO RSPRG007'
                        TO  WS-MOTIVO
              PERFORM 036-LISTAR-EXCLUSAO
              GO TO 032-APURAR-HISTORICO-EXIT
           END-IF

           MOVE 'A'  TO  WS-SIT-ANO
           PERFORM 0324-APURAR-DISCIPLINA
              VARYING WS-IX-DIS FROM 1 BY 1
              UNTIL WS-IX-DIS > WS-QTD-DISCIPLINAS
           .
       032-APURAR-HISTORICO-EXIT.
           EXIT.
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
            OR  WS-HIST-ANO NOT = WS-ANO-CENSO
              MOVE 'S'  TO  WS-HIST-FIM
              GO TO 0321-LER-HISTORICO-EXIT
           END-IF
           ADD 1  TO  WS-CT-HISTORICO
           .
       0321-LER-HISTORICO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    REGISTRA A DISCIPLINA DO REGISTRO LIDO NA TABELA DO ALUNO
      *    E, NO BIMESTRE 9, O SEU RESULTADO ANUAL
      *--------------------------------------------------------------*
       0322-ACUMULAR-DISCIPLINA.

           SET  WS-IX-DIS  TO  1
           SEARCH WS-DISC-OCR
              AT END
                 PERFORM 0323-INCLUIR-DISCIPLINA
              WHEN WS-IX-DIS > WS-QTD-DISCIPLINAS
                 PERFORM 0323-INCLUIR-DISCIPLINA
              WHEN WS-TD-DIS (WS-IX-DIS) = WS-HIST-DIS
                 CONTINUE
           END-SEARCH

           IF   WS-HIST-BIM = WS-BIM-FECHAMENTO
              MOVE WS-HIST-SITUACAO  TO  WS-TD-SIT-ANUAL (WS-IX-DIS)
              ADD  1                 TO  WS-QTD-FECHADAS
           END-IF

           PERFORM 0321-LER-HISTORICO THRU 0321-LER-HISTORICO-EXIT
           .
       0323-INCLUIR-DISCIPLINA.

           IF   WS-QTD-DISCIPLINAS < 50
              ADD  1            TO  WS-QTD-DISCIPLINAS
              SET  WS-IX-DIS    TO  WS-QTD-DISCIPLINAS
              MOVE WS-HIST-DIS  TO  WS-TD-DIS       (WS-IX-DIS)
              MOVE SPACES       TO  WS-TD-SIT-ANUAL (WS-IX-DIS)
           ELSE
              DISPLAY ' * ERRO - ALUNO ' WS-MEST-NUM ' COM MAIS '
                 'DE 50 DISCIPLINAS NO ANO; EXPORTACAO CANCELADA *'
              CLOSE ARQMEST
              CLOSE ARQHIST
              CLOSE ARQCENW
              PERFORM 018-ABORTAR-CARTAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFRONTA UMA DISCIPLINA DO ALUNO: SEM RESULTADO ANUAL
      *    EXCLUI O ALUNO (ANO INCOMPLETO); A SAIDA DO RSPRG007
      *    PREVALECE - TRANSFERENCIA (T) SOBRE TRANCAMENTO OU
      *    ABANDONO (M/B) - E, SEM ELA, F SOBRE R, QUE PREVALECE
      *    SOBRE A
      *--------------------------------------------------------------*
       0324-APURAR-DISCIPLINA.

           EVALUATE WS-TD-SIT-ANUAL (WS-IX-DIS)
              WHEN 'T'
                 MOVE 'T'  TO  WS-SIT-ANO
              WHEN 'M'
              WHEN 'B'
                 IF   NOT ANO-TRANSFERIDO
                    MOVE 'B'  TO  WS-SIT-ANO
                 END-IF
              WHEN 'F'
                 IF   ANO-APROVADO OR ANO-REPROVADO
                    MOVE 'F'  TO  WS-SIT-ANO
                 END-IF
              WHEN 'R'
                 IF   ANO-APROVADO
                    MOVE 'R'  TO  WS-SIT-ANO
                 END-IF
              WHEN 'A'
                 CONTINUE
              WHEN OTHER
                 STRING 'ANO INCOMPLETO - DISCIPLINA '
                    WS-TD-DIS (WS-IX-DIS) ' SEM RESULTADO ANUAL'
                    DELIMITED BY SIZE INTO WS-MOTIVO
                 PERFORM 036-LISTAR-EXCLUSAO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    BUSCA A FREQUENCIA DO ALUNO NA TABELA DO ARQFREQ; ALUNO
      *    SEM REGISTRO TEM FREQUENCIA COMPLETA (100) E E CONTADO
      *    NOS TOTAIS PARA CONFERENCIA
      *--------------------------------------------------------------*
       033-BUSCAR-FREQUENCIA.

           MOVE 100  TO  WS-FREQ-ALUNO
           SET  WS-IX-FRQ  TO  1
           SEARCH WS-FQ-OCR
              AT END
                 ADD 1  TO  WS-CT-SEM-FREQ
              WHEN WS-IX-FRQ > WS-QTD-FREQ
                 ADD 1  TO  WS-CT-SEM-FREQ
              WHEN WS-FQ-NUM (WS-IX-FRQ) = WS-MEST-NUM
                 MOVE WS-FQ-PCT (WS-IX-FRQ)  TO  WS-FREQ-ALUNO
           END-SEARCH
           .
      *--------------------------------------------------------------*
      *    GRAVA O ALUNO VALIDO NO ARQUIVO DE TRABALHO ARQCENW, COM
      *    O CODIGO DE RENDIMENTO DO LAYOUT DA SECRETARIA (RETIDO
      *    POR FALTA E REPROVADO; TRANCADO E ABANDONO)
      *--------------------------------------------------------------*
       034-GRAVAR-ALUNO.

           MOVE WS-MEST-CUR        TO  WS-CEN-CUR
           MOVE WS-MEST-SERIE      TO  WS-CEN-SERIE
           MOVE WS-MEST-TURMA      TO  WS-CEN-TURMA
           MOVE WS-MEST-NOM        TO  WS-CEN-NOM
           MOVE WS-MEST-NUM        TO  WS-CEN-NUM
           MOVE WS-MEST-SEXO       TO  WS-CEN-SEXO
           MOVE WS-MEST-DATA-NASC  TO  WS-CEN-DATA-NASC
           MOVE WS-FREQ-ALUNO      TO  WS-CEN-FREQ
           EVALUATE TRUE
              WHEN ANO-APROVADO
                 MOVE WS-REND-APROVADO   TO  WS-CEN-RENDIMENTO
              WHEN ANO-ABANDONO
                 MOVE WS-REND-ABANDONO   TO  WS-CEN-RENDIMENTO
              WHEN OTHER
                 MOVE WS-REND-REPROVADO  TO  WS-CEN-RENDIMENTO
           END-EVALUATE
           WRITE WS-LINHA-CENW FROM WS-REG-CEN
           ADD 1  TO  WS-CT-VALIDOS
           .
      *--------------------------------------------------------------*
      *    LISTA UM MOTIVO DE EXCLUSAO DO ALUNO CORRENTE NO RELCENS,
      *    COM CABECALHO E QUEBRA DE PAGINA A CADA WS-MAX-LINHAS
      *--------------------------------------------------------------*
       036-LISTAR-EXCLUSAO.

           MOVE 'S'  TO  WS-IND-EXCLUIDO
           ADD  1    TO  WS-CT-MOTIVOS

           IF  WS-LINHAS-IMPRESSAS = ZEROS
            OR WS-LINHAS-IMPRESSAS >= WS-MAX-LINHAS
              PERFORM 037-IMPRIMIR-CABECALHO
           END-IF

           MOVE WS-MEST-NUM    TO  WS-DET-NUM
           MOVE WS-MEST-NOM    TO  WS-DET-NOM
           MOVE WS-MEST-CUR    TO  WS-DET-CUR
           IF   WS-MEST-SERIE NUMERIC
              MOVE WS-MEST-SERIE  TO  WS-DET-SERIE
           ELSE
              MOVE ZEROS          TO  WS-DET-SERIE
           END-IF
           MOVE WS-MEST-TURMA  TO  WS-DET-TURMA
           MOVE WS-MOTIVO      TO  WS-DET-MOTIVO
           WRITE WS-LINHA-RELCENS FROM WS-LINHA-DETALHE
           ADD   1             TO  WS-LINHAS-IMPRESSAS
           MOVE  SPACES        TO  WS-MOTIVO
           .
      *--------------------------------------------------------------*
      *    IMPRIME CABECALHO DE PAGINA DO RELATORIO (RELCENS)
      *--------------------------------------------------------------*
       037-IMPRIMIR-CABECALHO.

           ADD   1                TO  WS-PAGINA
           MOVE  WS-PAGINA        TO  WS-CAB-PAGINA

           IF  WS-PAGINA > 1
              WRITE WS-LINHA-RELCENS FROM SPACES
                 AFTER ADVANCING PAGE
           ELSE
              WRITE WS-LINHA-RELCENS FROM SPACES
           END-IF

           WRITE WS-LINHA-RELCENS FROM WS-CAB-01
           WRITE WS-LINHA-RELCENS FROM WS-CAB-03
           WRITE WS-LINHA-RELCENS FROM WS-CAB-02
           WRITE WS-LINHA-RELCENS FROM SPACES
           MOVE  ZEROS            TO  WS-LINHAS-IMPRESSAS
           .
      *--------------------------------------------------------------*
      *    PRODUZ O ARQUIVO DO CENSO: CLASSIFICA O ARQCENW POR
      *    CURSO, SERIE, TURMA E NOME (SORT) E GRAVA O ARQCENS - HDR
      *    (COM A QUANTIDADE DE ALUNOS JA CONHECIDA), ESCOLA, UMA
      *    TURMA A CADA QUEBRA SEGUIDA DOS SEUS ALUNOS, E TRL
      *--------------------------------------------------------------*
       080-GERAR-CENSO.

           CLOSE ARQCENW
           ACCEPT WS-DATA-CORRENTE   FROM DATE YYYYMMDD
           OPEN OUTPUT ARQCENS
           IF   WS-CENS-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQCENS NAO DISPONIVEL PARA '
                 'GRAVACAO - FS ' WS-CENS-STATUS ' *'
              CLOSE ARQMEST
              CLOSE ARQHIST
              PERFORM 018-ABORTAR-CARTAO
           END-IF

           MOVE SPACES              TO  WS-REG-CENS
           MOVE 'HDR'               TO  WS-HDR-TIPO
           MOVE WS-ANO-CENSO        TO  WS-HDR-ANO
           MOVE WS-CRT-INEP         TO  WS-HDR-INEP
           MOVE WS-DATA-CORRENTE    TO  WS-HDR-DATA
           MOVE WS-CT-VALIDOS       TO  WS-HDR-QTDE-ALUNOS
           PERFORM 085-GRAVAR-CENSO

           MOVE SPACES              TO  WS-REG-CENS
           MOVE 'ESC'               TO  WS-ESC-TIPO
           MOVE WS-CRT-INEP         TO  WS-ESC-INEP
           MOVE WS-CRT-NOME-ESCOLA  TO  WS-ESC-NOME
           MOVE WS-CRT-MUNICIPIO    TO  WS-ESC-MUNICIPIO
           MOVE WS-CRT-UF           TO  WS-ESC-UF
           MOVE WS-ANO-CENSO        TO  WS-ESC-ANO
           PERFORM 085-GRAVAR-CENSO

           IF   WS-CT-VALIDOS > ZEROS
              SORT CLASSIF
                 ON ASCENDING KEY WS-CLS-CUR
                                  WS-CLS-SERIE
                                  WS-CLS-TURMA
                                  WS-CLS-NOM
                 USING  ARQCENW
                 GIVING ARQCENO

              OPEN INPUT ARQCENO
              PERFORM 081-LER-CLASSIFICADO THRU
                 081-LER-CLASSIFICADO-EXIT
              PERFORM 082-GRAVAR-ALUNO-CENSO
                 UNTIL CENO-FIM
              CLOSE ARQCENO
           END-IF

           ADD  1                       TO  WS-CT-REGISTROS
           MOVE SPACES                  TO  WS-REG-CENS
           MOVE 'TRL'                   TO  WS-TRL-TIPO
           MOVE WS-CT-REGISTROS         TO  WS-TRL-QTDE-REGISTROS
           MOVE WS-CT-TURMAS            TO  WS-TRL-QTDE-TURMAS
           MOVE WS-CT-ALUNOS-CENSO      TO  WS-TRL-QTDE-ALUNOS
           MOVE WS-CT-APROVADOS         TO  WS-TRL-QTDE-APROVADOS
           MOVE WS-CT-REPROVADOS        TO  WS-TRL-QTDE-REPROVADOS
           MOVE WS-CT-ABANDONOS         TO  WS-TRL-QTDE-ABANDONOS
           WRITE WS-LINHA-CENS FROM WS-REG-CENS
           CLOSE ARQCENS
           .
      *--------------------------------------------------------------*
      *    LE O PROXIMO ALUNO CLASSIFICADO (ARQCENO)
      *--------------------------------------------------------------*
       081-LER-CLASSIFICADO.

           READ ARQCENO INTO WS-REG-CEN
              AT END
                 MOVE 'S'  TO  WS-CENO-FIM
                 GO TO 081-LER-CLASSIFICADO-EXIT
           END-READ
           .
       081-LER-CLASSIFICADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO DO ALUNO NO ARQCENS, PRECEDIDO DO
      *    REGISTRO DA TURMA A CADA QUEBRA DE CURSO/SERIE/TURMA, E
      *    ACUMULA OS TOTAIS POR RENDIMENTO
      *--------------------------------------------------------------*
       082-GRAVAR-ALUNO-CENSO.

           MOVE WS-CEN-CUR    TO  WS-ATU-CUR
           MOVE WS-CEN-SERIE  TO  WS-ATU-SERIE
           MOVE WS-CEN-TURMA  TO  WS-ATU-TURMA
           IF   WS-TURMA-ATUAL NOT = WS-TURMA-ANTERIOR
              PERFORM 083-GRAVAR-TURMA
              MOVE WS-TURMA-ATUAL  TO  WS-TURMA-ANTERIOR
           END-IF

           MOVE SPACES              TO  WS-REG-CENS
           MOVE 'ALU'               TO  WS-ALU-TIPO
           MOVE WS-CRT-INEP         TO  WS-ALU-INEP
           MOVE WS-CEN-CUR          TO  WS-ALU-CUR
           MOVE WS-CEN-SERIE        TO  WS-ALU-SERIE
           MOVE WS-CEN-TURMA        TO  WS-ALU-TURMA
           MOVE WS-CEN-NUM          TO  WS-ALU-NUM
           MOVE WS-CEN-NOM          TO  WS-ALU-NOM
           MOVE WS-CEN-SEXO         TO  WS-ALU-SEXO
           MOVE WS-CEN-DATA-NASC    TO  WS-ALU-DATA-NASC
           MOVE WS-CEN-FREQ         TO  WS-ALU-FREQ
           MOVE WS-CEN-RENDIMENTO   TO  WS-ALU-RENDIMENTO
           PERFORM 085-GRAVAR-CENSO
           ADD  1                   TO  WS-CT-ALUNOS-CENSO

           EVALUATE WS-CEN-RENDIMENTO
              WHEN WS-REND-APROVADO
                 ADD 1  TO  WS-CT-APROVADOS
              WHEN WS-REND-REPROVADO
                 ADD 1  TO  WS-CT-REPROVADOS
              WHEN WS-REND-ABANDONO
                 ADD 1  TO  WS-CT-ABANDONOS
           END-EVALUATE

           PERFORM 081-LER-CLASSIFICADO THRU
              081-LER-CLASSIFICADO-EXIT
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO DA TURMA (CURSO + SERIE + TURMA) NO
      *    ARQCENS
      *--------------------------------------------------------------*
       083-GRAVAR-TURMA.

           MOVE SPACES              TO  WS-REG-CENS
           MOVE 'TUR'               TO  WS-TUR-TIPO
           MOVE WS-CRT-INEP         TO  WS-TUR-INEP
           MOVE WS-CEN-CUR          TO  WS-TUR-CUR
           MOVE WS-CEN-SERIE        TO  WS-TUR-SERIE
           MOVE WS-CEN-TURMA        TO  WS-TUR-TURMA
           PERFORM 085-GRAVAR-CENSO
           ADD  1                   TO  WS-CT-TURMAS
           .
      *--------------------------------------------------------------*
      *    GRAVA NO ARQCENS O REGISTRO MONTADO EM WS-REG-CENS E O
      *    CONTA PARA O TRL
      *--------------------------------------------------------------*
       085-GRAVAR-CENSO.

           WRITE WS-LINHA-CENS FROM WS-REG-CENS
           ADD   1  TO  WS-CT-REGISTROS
           .
      *--------------------------------------------------------------*
      *    GRAVA NO RELCENS UMA LINHA DE RESUMO JA MONTADA EM
      *    WS-LINHA-RESUMO, DEIXANDO A AREA EM BRANCO PARA A PROXIMA
      *--------------------------------------------------------------*
       097-IMPRIMIR-RESUMO.

           WRITE WS-LINHA-RELCENS  FROM  WS-LINHA-RESUMO
           MOVE  SPACES            TO    WS-LINHA-RESUMO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS. ALUNO EXCLUIDO DEIXA O JOB COM RC
      *    8: O ARQCENS SAI SEM ELE E A SECRETARIA PRECISA
      *    REGULARIZA-LO (RSPRG003 OU RSPRG007) ANTES DO ENVIO
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF   WS-PAGINA = ZEROS
              PERFORM 037-IMPRIMIR-CABECALHO
              STRING ' * NENHUM ALUNO EXCLUIDO DO CENSO *'
                 DELIMITED BY SIZE INTO WS-LINHA-RESUMO
              PERFORM 097-IMPRIMIR-RESUMO
           END-IF

           WRITE WS-LINHA-RELCENS FROM SPACES AFTER ADVANCING PAGE
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG023        *'
           DISPLAY ' *----------------------------------------*'
           STRING ' *   TOTAIS DE CONTROLE - RSPRG023'
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
           DISPLAY ' * ALUNOS EXCLUIDOS DO CENSO   = ' WS-CT-EXCLUIDOS
           STRING ' * ALUNOS EXCLUIDOS DO CENSO   = '
              WS-CT-EXCLUIDOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * MOTIVOS DE EXCLUSAO LISTADOS= ' WS-CT-MOTIVOS
           STRING ' * MOTIVOS DE EXCLUSAO LISTADOS= '
              WS-CT-MOTIVOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * ALUNOS SEM FREQ. (100%)     = ' WS-CT-SEM-FREQ
           STRING ' * ALUNOS SEM FREQ. (100%)     = '
              WS-CT-SEM-FREQ DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * TRANSFERIDOS (FORA)         = '
              WS-CT-TRANSFERIDOS
           STRING ' * TRANSFERIDOS (FORA)         = '
              WS-CT-TRANSFERIDOS DELIMITED BY SIZE
              INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * SAIDAS DE ANOS ANTERIORES   = '
              WS-CT-SAIDA-ANTERIOR
           STRING ' * SAIDAS DE ANOS ANTERIORES   = '
              WS-CT-SAIDA-ANTERIOR DELIMITED BY SIZE
              INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * ARQCENS - REGISTROS (HDR/TRL)= '
              WS-CT-REGISTROS
           STRING ' * ARQCENS - REGISTROS (HDR/TRL)= '
              WS-CT-REGISTROS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * ARQCENS - TURMAS            = ' WS-CT-TURMAS
           STRING ' * ARQCENS - TURMAS            = '
              WS-CT-TURMAS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * ARQCENS - ALUNOS            = '
              WS-CT-ALUNOS-CENSO
           STRING ' * ARQCENS - ALUNOS            = '
              WS-CT-ALUNOS-CENSO DELIMITED BY SIZE
              INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * APROVADOS                   = ' WS-CT-APROVADOS
           STRING ' * APROVADOS                   = '
              WS-CT-APROVADOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * REPROVADOS                  = '
              WS-CT-REPROVADOS
           STRING ' * REPROVADOS                  = '
              WS-CT-REPROVADOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * ABANDONOS                   = ' WS-CT-ABANDONOS
           STRING ' * ABANDONOS                   = '
              WS-CT-ABANDONOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO

           IF   WS-CT-EXCLUIDOS > ZEROS
              DISPLAY ' * ATENCAO - ALUNOS EXCLUIDOS DO CENSO (VIDE '
                 'RELCENS); REGULARIZAR ANTES DO ENVIO *'
              STRING ' * ATENCAO - ALUNOS EXCLUIDOS DO CENSO; '
                 'REGULARIZAR ANTES DO ENVIO *'
                 DELIMITED BY SIZE INTO WS-LINHA-RESUMO
              PERFORM 097-IMPRIMIR-RESUMO
              MOVE 8  TO  RETURN-CODE
           END-IF
           DISPLAY ' *========================================*'

           PERFORM 098-GRAVAR-EXECUCAO

           CLOSE RELCENS
           CLOSE ARQMEST
           CLOSE ARQHIST
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO DE CONTROLE DESTA EXECUCAO NO ARQEXEC
      *    (PROGRAMA, DATA/HORA, ANO EXPORTADO, ALUNOS LIDOS,
      *    EXPORTADOS E EXCLUIDOS E RETURN CODE), PARA O RESUMO
      *    DIARIO DE OPERACAO (RSPRG013)
      *--------------------------------------------------------------*
       098-GRAVAR-EXECUCAO.

           ACCEPT WS-DATA-CORRENTE   FROM DATE YYYYMMDD
           ACCEPT WS-HORA-CORRENTE-X FROM TIME
           MOVE 'RSPRG023'          TO  WS-EXE-PROGRAMA
           MOVE WS-DATA-CORRENTE    TO  WS-EXE-DATA
           MOVE WS-HORA-CORRENTE    TO  WS-EXE-HORA
           MOVE WS-ANO-CENSO        TO  WS-EXE-ANO
           MOVE ZEROS               TO  WS-EXE-BIM
           MOVE SPACES              TO  WS-EXE-TIPO
           MOVE WS-CT-ALUNOS        TO  WS-EXE-LIDOS
           MOVE WS-CT-VALIDOS       TO  WS-EXE-ACEITOS
           MOVE WS-CT-EXCLUIDOS     TO  WS-EXE-REJEITADOS
           MOVE RETURN-CODE         TO  WS-EXE-RC

           OPEN EXTEND ARQEXEC
           IF   WS-EXEC-STATUS NOT = '00' AND NOT = '05'
              OPEN OUTPUT ARQEXEC
           END-IF
           WRITE WS-LINHA-EXEC FROM WS-REG-EXEC
           CLOSE ARQEXEC
           .
      *---------------> FIM DO PROGRAMA RSPRG023 <-------------------*
