       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG019.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: VIRADA DO ANO LETIVO (REMATRICULA). PARA O ANO
      *           FECHADO INFORMADO NO CARTAO DE CONTROLE (SYSIN),
      *           CRUZA CADA ALUNO DO MESTRE (ARQMEST) COM O
      *           RESULTADO ANUAL POR DISCIPLINA GRAVADO PELO
      *           RSPRG007 NO HISTORICO (ARQHIST, BIMESTRE 9):
      *           APROVADO EM TODAS AS DISCIPLINAS E PROMOVIDO PARA
      *           A SERIE SEGUINTE; RETIDO (R) OU RETIDO POR FALTA
      *           (F) EM ALGUMA E REMATRICULADO NA MESMA SERIE;
      *           APROVADO NA ULTIMA SERIE DO CURSO (CARTOES DE
      *           CURSO DA SYSIN) E CONCLUINTE E NAO E REMATRICULADO.
      *           ALUNO COM ANO INCOMPLETO (DISCIPLINA SEM RESULTADO
      *           ANUAL), SEM HISTORICO NO ANO OU SEM CURSO/SERIE NO
      *           MESTRE FICA NA RELACAO DE EXCECOES, FORA DA
      *           REMATRICULA. GERA O ARQUIVO DE CARGA DO RSPRG009
      *           (ARQCARGA, HDR TIPO R + DETALHES + TRL) E O
      *           RELATORIO DA VIRADA (RELROLA) POR CURSO, COM OS
      *           TOTAIS POR CURSO E POR RESULTADO. ANO COM
      *           RESULTADO ANUAL PENDENTE DE REFECHAMENTO NO ARQREFC
      *           (RSPRG018) NAO E VIRADO ATE O RSPRG007 SER
      *           RESSUBMETIDO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  180001  PROGRAMA DE VIRADA DO ANO LETIVO
      *                          (REMATRICULA A PARTIR DO RESULTADO
      *                          ANUAL) CRIADO.
      *  V02    10/2026  180002  MESTRE (ARQMEST) COM SEXO E DATA DE
      *                          NASCIMENTO, 69 BYTES, E ARQCARGA COM
      *                          69 BYTES (ACOMPANHA O RSPRG002 V26 E
      *                          O RSPRG009 V04): A REMATRICULA VAI
      *                          COM SEXO E NASCIMENTO EM BRANCO,
      *                          MANTENDO OS DO MESTRE.
      *  V03    10/2026  180003  MESTRE (ARQMEST) COM A SITUACAO DA
      *                          MATRICULA (108 BYTES) E ARQCARGA COM
      *                          70 BYTES (ACOMPANHA O RSPRG002 V27 E
      *                          O RSPRG009 V05): ALUNO COM MATRICULA
      *                          NAO ATIVA FICA FORA DA VIRADA E SO E
      *                          CONTADO; O CONCLUINTE VAI PARA O
      *                          ARQCARGA COM SITUACAO C, PARA TER A
      *                          MATRICULA ENCERRADA COMO CONCLUIDA.
      *  V04    10/2026  180004  VIRADA CANCELADA (RC 16) ENQUANTO
      *                          HOUVER NO ARQREFC RESULTADO ANUAL DO
      *                          ANO MARCADO PARA REFECHAMENTO PELO
      *                          RSPRG018, COM A RELACAO DOS ALUNOS.
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
           SELECT RELROLA   ASSIGN TO RELROLA
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
           SELECT ARQROLW   ASSIGN TO ARQROLW
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQROLO   ASSIGN TO ARQROLO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQCARGA  ASSIGN TO ARQCARGA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CRG-STATUS.
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
      *-----> RELROLA - RELATORIO DA VIRADA DO ANO (DD DE IMPRESSAO)
       FD  RELROLA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-RELROLA      PIC X(132).
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
      *-----> ARQROLW - ARQUIVO DE TRABALHO COM O DESTINO APURADO DE
      *       CADA ALUNO, GRAVADO EM 030 PARA CLASSIFICACAO
       FD  ARQROLW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-ROLW          PIC X(82).
      *-----> ARQROLO - DESTINOS CLASSIFICADOS POR CURSO, RESULTADO
      *       E NOME (SAIDA DO SORT), BASE DO RELROLA E DO ARQCARGA
       FD  ARQROLO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-ROLO          PIC X(82).
      *-----> ARQCARGA - ARQUIVO DE CARGA DA REMATRICULA PARA O
      *       RSPRG009 (DD NO JCL): HDR TIPO R + UM REGISTRO POR
      *       ALUNO REMATRICULADO + TRL
       FD  ARQCARGA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-CARGA         PIC X(70).
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
           05  WS-CLS-RESULTADO   PIC X(01).
           05  WS-CLS-NOM         PIC X(20).
           05  FILLER             PIC X(49).
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
           05  WS-CT-PROMOVIDOS       PIC 9(06)      VALUE ZEROS.
           05  WS-CT-RETIDOS          PIC 9(06)      VALUE ZEROS.
           05  WS-CT-RETIDOS-FALTA    PIC 9(06)      VALUE ZEROS.
           05  WS-CT-CONCLUINTES      PIC 9(06)      VALUE ZEROS.
           05  WS-CT-EXCECOES         PIC 9(06)      VALUE ZEROS.
           05  WS-CT-REMATRICULAS     PIC 9(06)      VALUE ZEROS.
           05  WS-CT-GRAVADOS-CARGA   PIC 9(06)      VALUE ZEROS.
           05  WS-CT-NAO-ATIVOS       PIC 9(06)      VALUE ZEROS.

      *-----> TOTAIS POR RESULTADO DO CURSO CORRENTE DO RELATORIO
       01  WS-AREA-TOTAL-CURSO.
           05  WS-TC-PROMOVIDOS       PIC 9(06)      VALUE ZEROS.
           05  WS-TC-RETIDOS          PIC 9(06)      VALUE ZEROS.
           05  WS-TC-RETIDOS-FALTA    PIC 9(06)      VALUE ZEROS.
           05  WS-TC-CONCLUINTES      PIC 9(06)      VALUE ZEROS.
           05  WS-TC-EXCECOES         PIC 9(06)      VALUE ZEROS.

      *-----> CONTROLE DOS ARQUIVOS
       01  WS-MEST-STATUS             PIC X(02)      VALUE '00'.
       01  WS-HIST-STATUS             PIC X(02)      VALUE '00'.
       01  WS-HIST-FIM                PIC X(01)      VALUE 'N'.
           88  HIST-FIM                              VALUE 'S'.
       01  WS-CRG-STATUS              PIC X(02)      VALUE '00'.
       01  WS-ROLO-FIM                PIC X(01)      VALUE 'N'.
           88  ROLO-FIM                              VALUE 'S'.

      *-----> CURSO DA QUEBRA DO RELATORIO
       01  WS-CUR-ANTERIOR            PIC X(12)      VALUE LOW-VALUES.

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

      *-----> ENTRADA - CARTAO DE CONTROLE (SYSIN) COM O ANO FECHADO
       01  WS-REG-CARTAO.
           05  WS-CRT-ANO             PIC 9(04).
           05  FILLER                 PIC X(76).

      *-----> ENTRADA - CARTOES DE CURSO (SYSIN), UM POR CURSO, COM A
      *       ULTIMA SERIE DO CURSO; O DECK TERMINA COM UM CARTAO
      *       TODO PREENCHIDO COM '9'
       01  WS-REG-CARTAO-CURSO.
           05  WS-CRC-CUR             PIC X(12).
           05  WS-CRC-ULT-SERIE       PIC X(01).

      *-----> ANO FECHADO A VIRAR
       01  WS-ANO-VIRADA              PIC 9(04)      VALUE ZEROS.

      *-----> BIMESTRE RESERVADO NO HISTORICO PARA O RESULTADO
      *       ANUAL (GRAVADO PELO RSPRG007)
       77  WS-BIM-FECHAMENTO          PIC 9(01)      VALUE 9.

      *-----> TABELA DOS CURSOS COM A ULTIMA SERIE DE CADA UM
      *       (CARTOES DE CURSO DA SYSIN)
       01  WS-IND-CURSOS-FIM          PIC X(01)      VALUE 'N'.
           88  CURSOS-FIM                            VALUE 'S'.
       01  WS-TAB-CURSOS.
           05  WS-QTD-CURSOS          PIC 9(03)      VALUE ZEROS.
           05  WS-CURSO-OCR OCCURS 100 TIMES
                                      INDEXED BY WS-IX-CUR.
               10  WS-TC-CURSO        PIC X(12).
               10  WS-TC-ULT-SERIE    PIC 9(01).

      *-----> DISCIPLINAS DO ALUNO CORRENTE NO ANO: RESULTADO ANUAL
      *       (BIMESTRE 9) DE CADA UMA, EM BRANCO SE A DISCIPLINA
      *       TEM LANCAMENTO MAS NAO FOI FECHADA
       01  WS-TAB-DISCIPLINAS.
           05  WS-QTD-DISCIPLINAS     PIC 9(02)      VALUE ZEROS.
           05  WS-DISC-OCR OCCURS 50 TIMES
                                      INDEXED BY WS-IX-DIS.
               10  WS-TD-DIS          PIC X(03).
               10  WS-TD-SIT-ANUAL    PIC X(01).

      *-----> RESULTADO DO ANO DO ALUNO CORRENTE (PIOR SITUACAO
      *       ANUAL ENTRE AS DISCIPLINAS: F, DEPOIS R, DEPOIS A)
       01  WS-SIT-ANO                 PIC X(01)      VALUE SPACES.
           88  ANO-APROVADO                          VALUE 'A'.
           88  ANO-REPROVADO                         VALUE 'R'.
           88  ANO-REPROV-FALTA                      VALUE 'F'.

      *-----> DESTINO APURADO DO ALUNO (ARQROLW/ARQROLO). RESULTADO:
      *       P=PROMOVIDO  R=RETIDO  F=RETIDO POR FALTA
      *       C=CONCLUINTE  E=EXCECAO (NAO REMATRICULADO)
       01  WS-REG-ROL.
           05  WS-ROL-CUR             PIC X(12).
           05  WS-ROL-RESULTADO       PIC X(01).
               88  ROL-PROMOVIDO                     VALUE 'P'.
               88  ROL-RETIDO                        VALUE 'R'.
               88  ROL-RETIDO-FALTA                  VALUE 'F'.
               88  ROL-CONCLUINTE                    VALUE 'C'.
               88  ROL-EXCECAO                       VALUE 'E'.
               88  ROL-REMATRICULADO                 VALUE 'P' 'R'
                                                           'F'.
           05  WS-ROL-NOM             PIC X(20).
           05  WS-ROL-NUM             PIC 9(04).
           05  WS-ROL-SERIE-ATU       PIC 9(01).
           05  WS-ROL-SERIE-NOVA      PIC 9(01).
           05  WS-ROL-TURMA           PIC X(02).
           05  WS-ROL-SIT-ANO         PIC X(01).
           05  WS-ROL-MOTIVO          PIC X(40).

      *-----> ULTIMA SERIE DO CURSO DO ALUNO CORRENTE
       77  WS-ULT-SERIE-CURSO         PIC 9(01)      VALUE ZEROS.

      *-----> REGISTRO DE DETALHE DO ARQUIVO DE CARGA (MESMO LAYOUT
      *       DO RSPRG009): NOTAS E MEDIA ZERADAS PARA O NOVO ANO E
      *       A SITUACAO DO ANO ANTERIOR; SITUACAO DA MATRICULA EM
      *       BRANCO NA REMATRICULA E C PARA O CONCLUINTE
       01  WS-REG-CARGA.
           05  WS-CRG-NUM         PIC 9(04).
           05  WS-CRG-NOM         PIC X(20).
           05  WS-CRG-NOT1        PIC S9(02)V99.
           05  WS-CRG-NOT2        PIC S9(02)V99.
           05  WS-CRG-NOT3        PIC S9(02)V99.
           05  WS-CRG-NOT4        PIC S9(02)V99.
           05  WS-CRG-MEDIA       PIC S9(02)V99.
           05  WS-CRG-SITUACAO    PIC X(01).
           05  WS-CRG-CUR         PIC X(12).
           05  WS-CRG-SERIE       PIC X(01).
           05  WS-CRG-TURMA       PIC X(02).
           05  WS-CRG-SEXO        PIC X(01).
           05  WS-CRG-DATA-NASC   PIC X(08).
           05  WS-CRG-NASC-R REDEFINES WS-CRG-DATA-NASC.
               10  WS-CRG-NASC-ANO  PIC 9(04).
               10  WS-CRG-NASC-MES  PIC 9(02).
               10  WS-CRG-NASC-DIA  PIC 9(02).
           05  WS-CRG-SIT-MAT     PIC X(01).

      *-----> REDEFINICAO DO REGISTRO DE CARGA PARA OS REGISTROS DE
      *       CABECALHO (HDR) E TRAILER (TRL) DE CONTROLE DE LOTE
       01  WS-REG-CTRL-CARGA REDEFINES WS-REG-CARGA.
           05  WS-CTRL-IND        PIC X(03).
           05  WS-CTRL-QTDE       PIC 9(06).
           05  WS-CTRL-DATA       PIC 9(08).
           05  WS-CTRL-TIPO       PIC X(01).
           05  FILLER             PIC X(52).

      *-----> CONTROLE DE PAGINACAO DO RELATORIO
       01  WS-AREA-RELATORIO.
           05  WS-LINHAS-IMPRESSAS    PIC 9(02)      VALUE ZEROS.
           05  WS-MAX-LINHAS          PIC 9(02)      VALUE 20.
           05  WS-PAGINA              PIC 9(04)      VALUE ZEROS.

      *-----> LAYOUTS DO RELATORIO DA VIRADA (RELROLA)
       01  WS-CAB-01.
           05  FILLER              PIC X(20) VALUE 'RSPRG019'.
           05  FILLER              PIC X(40) VALUE
               'VIRADA DO ANO LETIVO - REMATRICULA'.
           05  FILLER              PIC X(13) VALUE 'ANO FECHADO: '.
           05  WS-CAB-ANO          PIC 9(04).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'PAGINA: '.
           05  WS-CAB-PAGINA       PIC ZZZ9.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-CAB-03.
           05  FILLER              PIC X(07) VALUE 'CURSO: '.
           05  WS-CAB-CURSO        PIC X(24).
           05  FILLER              PIC X(101) VALUE SPACES.

       01  WS-CAB-02.
           05  FILLER              PIC X(06) VALUE 'NUMERO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE 'NOME DO ALUNO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'TURMA'.
           05  FILLER              PIC X(06) VALUE 'SERIE'.
           05  FILLER              PIC X(04) VALUE 'RES'.
           05  FILLER              PIC X(06) VALUE 'NOVA'.
           05  FILLER              PIC X(17) VALUE 'DESTINO'.
           05  FILLER              PIC X(40) VALUE 'OBSERVACAO'.
           05  FILLER              PIC X(25) VALUE SPACES.

       01  WS-LINHA-DETALHE.
           05  WS-DET-NUM          PIC 9(04).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DET-NOM          PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-TURMA        PIC X(02).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  WS-DET-SERIE-ATU    PIC 9(01).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-DET-SIT-ANO      PIC X(01).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-DET-SERIE-NOVA   PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DET-DESTINO      PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-MOTIVO       PIC X(40).
           05  FILLER              PIC X(25) VALUE SPACES.

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
       000-RSPRG019.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-EXIT
              UNTIL WS-FIM = 'S'
           PERFORM 080-IMPRIMIR-VIRADA
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           OPEN OUTPUT RELROLA
           PERFORM 017-LER-CARTAO
           PERFORM 019-CARREGAR-CURSOS
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
           OPEN OUTPUT ARQROLW
           PERFORM 025-LER-MESTRE THRU 025-LER-MESTRE-EXIT
           .
      *--------------------------------------------------------------*
      *    LE O CARTAO DE CONTROLE (SYSIN) COM O ANO FECHADO A
      *    VIRAR; CARTAO INVALIDO CANCELA A EXECUCAO (RC 16)
      *--------------------------------------------------------------*
       017-LER-CARTAO.

           ACCEPT WS-REG-CARTAO  FROM SYSIN
           IF   WS-CRT-ANO NOT NUMERIC
            OR  WS-CRT-ANO = ZEROS
              DISPLAY ' * ERRO - CARTAO DE CONTROLE SEM ANO '
                 'VALIDO; VIRADA REJEITADA *'
              PERFORM 018-ABORTAR-CARTAO
           END-IF
           MOVE WS-CRT-ANO  TO  WS-ANO-VIRADA
           MOVE WS-CRT-ANO  TO  WS-CAB-ANO
           .
      *--------------------------------------------------------------*
      *    ENCERRA O JOB SEM VIRAR O ANO, POR CARTAO DE CONTROLE OU
      *    DE CURSO AUSENTE/INVALIDO, ARQUIVO INDISPONIVEL OU TABELA
      *    EXCEDIDA
      *--------------------------------------------------------------*
       018-ABORTAR-CARTAO.

           CLOSE RELROLA
           MOVE 16  TO  RETURN-CODE
           PERFORM 098-GRAVAR-EXECUCAO
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    CONFERE NO ARQREFC SE HA RESULTADO ANUAL DO ANO MARCADO
      *    PARA REFECHAMENTO (NOTA RETIFICADA NO RSPRG018 DEPOIS DO
      *    FECHAMENTO): O BIMESTRE 9 DESSES ALUNOS FICA DESATUALIZADO
      *    ATE O RSPRG007 SER RESSUBMETIDO. HAVENDO MARCA DO ANO, A
      *    VIRADA E CANCELADA (RC 16) COM A RELACAO DOS ALUNOS.
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
              DISPLAY ' * ERRO - ANO ' WS-ANO-VIRADA ' COM '
                 WS-CT-REFC-PENDENTES ' RESULTADO(S) ANUAL(IS) A '
                 'REFECHAR; RESSUBMETER O RSPRG007; VIRADA '
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

           IF   WS-RFC-ANO = WS-ANO-VIRADA
              ADD 1  TO  WS-CT-REFC-PENDENTES
              DISPLAY ' * ERRO - RESULTADO ANUAL DO ALUNO '
                 WS-RFC-NUM ' DISCIPLINA ' WS-RFC-DIS
                 ' PENDENTE DE REFECHAMENTO (ARQREFC) *'
           END-IF
           .
       0111-LER-REFC-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    CARREGA EM TABELA OS CARTOES DE CURSO (CURSO E ULTIMA
      *    SERIE) ATE O CARTAO TODO '9'. DECK SEM NENHUM CURSO OU
      *    COM CARTAO INVALIDO CANCELA A VIRADA (RC 16), PARA NAO
      *    PROMOVER CONCLUINTES NEM CONCLUIR QUEM NAO TERMINOU
      *--------------------------------------------------------------*
       019-CARREGAR-CURSOS.

           PERFORM 0191-LER-CARTAO-CURSO THRU
              0191-LER-CARTAO-CURSO-EXIT
              UNTIL CURSOS-FIM
           IF   WS-QTD-CURSOS = ZEROS
              DISPLAY ' * ERRO - NENHUM CARTAO DE CURSO NA SYSIN; '
                 'VIRADA REJEITADA *'
              PERFORM 018-ABORTAR-CARTAO
           END-IF
           .
       0191-LER-CARTAO-CURSO.

           ACCEPT WS-REG-CARTAO-CURSO  FROM SYSIN
           IF   WS-REG-CARTAO-CURSO = ALL '9'
              MOVE 'S'  TO  WS-IND-CURSOS-FIM
              GO TO 0191-LER-CARTAO-CURSO-EXIT
           END-IF

           IF   WS-CRC-CUR = SPACES
            OR  WS-CRC-ULT-SERIE < '1'
            OR  WS-CRC-ULT-SERIE > '9'
              DISPLAY ' * ERRO - CARTAO DE CURSO INVALIDO ('
                 WS-REG-CARTAO-CURSO '); VIRADA REJEITADA *'
              PERFORM 018-ABORTAR-CARTAO
           END-IF

           IF   WS-QTD-CURSOS < 100
              ADD  1                 TO  WS-QTD-CURSOS
              SET  WS-IX-CUR         TO  WS-QTD-CURSOS
              MOVE WS-CRC-CUR        TO  WS-TC-CURSO     (WS-IX-CUR)
              MOVE WS-CRC-ULT-SERIE  TO  WS-TC-ULT-SERIE (WS-IX-CUR)
           ELSE
              DISPLAY ' * ERRO - TABELA DE CURSOS EXCEDEU 100 '
                 'OCORRENCIAS; VIRADA REJEITADA *'
              PERFORM 018-ABORTAR-CARTAO
           END-IF
           .
       0191-LER-CARTAO-CURSO-EXIT.
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
      *    APURA O DESTINO DO ALUNO CORRENTE DO MESTRE NO NOVO ANO E
      *    O GRAVA NO ARQUIVO DE TRABALHO ARQROLW
      *--------------------------------------------------------------*
       030-PROCESSAR.

      *    MATRICULA NAO ATIVA (TRANSFERIDO, TRANCADO, ABANDONO OU
      *    CONCLUIDO) FICA FORA DA VIRADA: SO E CONTADA
           IF   NOT MEST-ATIVO
              ADD 1  TO  WS-CT-NAO-ATIVOS
              PERFORM 025-LER-MESTRE THRU 025-LER-MESTRE-EXIT
              GO TO 030-PROCESSAR-EXIT
           END-IF

           MOVE WS-MEST-CUR    TO  WS-ROL-CUR
           MOVE SPACES         TO  WS-ROL-RESULTADO
           MOVE WS-MEST-NOM    TO  WS-ROL-NOM
           MOVE WS-MEST-NUM    TO  WS-ROL-NUM
           MOVE WS-MEST-SERIE  TO  WS-ROL-SERIE-ATU
           MOVE ZEROS          TO  WS-ROL-SERIE-NOVA
           MOVE WS-MEST-TURMA  TO  WS-ROL-TURMA
           MOVE SPACES         TO  WS-ROL-SIT-ANO
           MOVE SPACES         TO  WS-ROL-MOTIVO

           PERFORM 031-VALIDAR-MATRICULA THRU
              031-VALIDAR-MATRICULA-EXIT
           IF   NOT ROL-EXCECAO
              PERFORM 032-APURAR-HISTORICO THRU
                 032-APURAR-HISTORICO-EXIT
           END-IF
           IF   NOT ROL-EXCECAO
              PERFORM 035-DEFINIR-DESTINO
           END-IF

           PERFORM 034-GRAVAR-DESTINO
           PERFORM 025-LER-MESTRE THRU 025-LER-MESTRE-EXIT
           .
       030-PROCESSAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    CONFERE CURSO E SERIE DA MATRICULA NO MESTRE E OBTEM A
      *    ULTIMA SERIE DO CURSO NA TABELA DOS CARTOES DE CURSO;
      *    FALTANDO QUALQUER DELES O ALUNO VAI PARA AS EXCECOES
      *--------------------------------------------------------------*
       031-VALIDAR-MATRICULA.

           IF   WS-MEST-CUR = SPACES
              MOVE 'E'  TO  WS-ROL-RESULTADO
              MOVE 'ALUNO SEM CURSO NO MESTRE'
                        TO  WS-ROL-MOTIVO
              GO TO 031-VALIDAR-MATRICULA-EXIT
           END-IF

           IF   WS-MEST-SERIE NOT NUMERIC
            OR  WS-MEST-SERIE = ZEROS
              MOVE 'E'  TO  WS-ROL-RESULTADO
              MOVE 'ALUNO SEM SERIE NO MESTRE'
                        TO  WS-ROL-MOTIVO
              GO TO 031-VALIDAR-MATRICULA-EXIT
           END-IF

           MOVE ZEROS  TO  WS-ULT-SERIE-CURSO
           SET  WS-IX-CUR  TO  1
           SEARCH WS-CURSO-OCR
              AT END
                 CONTINUE
              WHEN WS-IX-CUR > WS-QTD-CURSOS
                 CONTINUE
              WHEN WS-TC-CURSO (WS-IX-CUR) = WS-MEST-CUR
                 MOVE WS-TC-ULT-SERIE (WS-IX-CUR)
                                      TO  WS-ULT-SERIE-CURSO
           END-SEARCH

           IF   WS-ULT-SERIE-CURSO = ZEROS
              MOVE 'E'  TO  WS-ROL-RESULTADO
              MOVE 'CURSO SEM CARTAO DE ULTIMA SERIE'
                        TO  WS-ROL-MOTIVO
           END-IF
           .
       031-VALIDAR-MATRICULA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    PERCORRE O HISTORICO DO ALUNO NO ANO FECHADO (CHAVE
      *    ALUNO+ANO) E MONTA A TABELA DAS DISCIPLINAS COM O
      *    RESULTADO ANUAL (BIMESTRE 9) DE CADA UMA. ALUNO SEM
      *    HISTORICO NO ANO OU COM DISCIPLINA SEM RESULTADO ANUAL
      *    (RELACIONADA COMO INCOMPLETA PELO RSPRG007) VAI PARA AS
      *    EXCECOES; NOS DEMAIS, O RESULTADO DO ANO E O PIOR ENTRE
      *    AS DISCIPLINAS
      *--------------------------------------------------------------*
       032-APURAR-HISTORICO.

           MOVE ZEROS          TO  WS-QTD-DISCIPLINAS
           MOVE 'N'            TO  WS-HIST-FIM
           MOVE WS-MEST-NUM    TO  WS-HIST-NUM
           MOVE WS-ANO-VIRADA  TO  WS-HIST-ANO
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
              MOVE 'E'  TO  WS-ROL-RESULTADO
              MOVE 'SEM HISTORICO NO ANO FECHADO'
                        TO  WS-ROL-MOTIVO
              GO TO 032-APURAR-HISTORICO-EXIT
           END-IF

           MOVE 'A'  TO  WS-SIT-ANO
           PERFORM 0324-APURAR-DISCIPLINA
              VARYING WS-IX-DIS FROM 1 BY 1
              UNTIL WS-IX-DIS > WS-QTD-DISCIPLINAS
                 OR ROL-EXCECAO
           MOVE WS-SIT-ANO  TO  WS-ROL-SIT-ANO
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
            OR  WS-HIST-ANO NOT = WS-ANO-VIRADA
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
                 'DE 50 DISCIPLINAS NO ANO; VIRADA CANCELADA *'
              CLOSE ARQMEST
              CLOSE ARQHIST
              CLOSE ARQROLW
              PERFORM 018-ABORTAR-CARTAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFRONTA UMA DISCIPLINA DO ALUNO: SEM RESULTADO ANUAL
      *    LEVA O ALUNO PARA AS EXCECOES; F PREVALECE SOBRE R, QUE
      *    PREVALECE SOBRE A
      *--------------------------------------------------------------*
       0324-APURAR-DISCIPLINA.

           EVALUATE WS-TD-SIT-ANUAL (WS-IX-DIS)
              WHEN 'F'
                 MOVE 'F'  TO  WS-SIT-ANO
              WHEN 'R'
                 IF   NOT ANO-REPROV-FALTA
                    MOVE 'R'  TO  WS-SIT-ANO
                 END-IF
              WHEN 'A'
                 CONTINUE
              WHEN OTHER
                 MOVE 'E'  TO  WS-ROL-RESULTADO
                 STRING 'ANO INCOMPLETO NO RSPRG007 - DIS '
                    WS-TD-DIS (WS-IX-DIS) DELIMITED BY SIZE
                    INTO WS-ROL-MOTIVO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    DEFINE O DESTINO DO ALUNO NO NOVO ANO: APROVADO NA ULTIMA
      *    SERIE DO CURSO CONCLUI; APROVADO NAS DEMAIS E PROMOVIDO
      *    PARA A SERIE SEGUINTE; RETIDO (R/F) PERMANECE NA SERIE
      *--------------------------------------------------------------*
       035-DEFINIR-DESTINO.

           EVALUATE TRUE
              WHEN ANO-REPROV-FALTA
                 MOVE 'F'            TO  WS-ROL-RESULTADO
                 MOVE WS-MEST-SERIE  TO  WS-ROL-SERIE-NOVA
              WHEN ANO-REPROVADO
                 MOVE 'R'            TO  WS-ROL-RESULTADO
                 MOVE WS-MEST-SERIE  TO  WS-ROL-SERIE-NOVA
              WHEN WS-MEST-SERIE NOT < WS-ULT-SERIE-CURSO
                 MOVE 'C'            TO  WS-ROL-RESULTADO
                 MOVE 'CURSO CONCLUIDO'
                                     TO  WS-ROL-MOTIVO
              WHEN OTHER
                 MOVE 'P'            TO  WS-ROL-RESULTADO
                 COMPUTE WS-ROL-SERIE-NOVA = WS-MEST-SERIE + 1
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    GRAVA O DESTINO DO ALUNO NO ARQUIVO DE TRABALHO ARQROLW E
      *    ACUMULA OS TOTAIS POR RESULTADO
      *--------------------------------------------------------------*
       034-GRAVAR-DESTINO.

           EVALUATE TRUE
              WHEN ROL-PROMOVIDO
                 ADD 1  TO  WS-CT-PROMOVIDOS
              WHEN ROL-RETIDO
                 ADD 1  TO  WS-CT-RETIDOS
              WHEN ROL-RETIDO-FALTA
                 ADD 1  TO  WS-CT-RETIDOS-FALTA
              WHEN ROL-CONCLUINTE
                 ADD 1  TO  WS-CT-CONCLUINTES
              WHEN ROL-EXCECAO
                 ADD 1  TO  WS-CT-EXCECOES
           END-EVALUATE
           IF   ROL-REMATRICULADO
              ADD 1  TO  WS-CT-REMATRICULAS
           END-IF
           WRITE WS-LINHA-ROLW FROM WS-REG-ROL
           .
      *--------------------------------------------------------------*
      *    PRODUZ AS SAIDAS: CLASSIFICA O ARQROLW POR CURSO,
      *    RESULTADO E NOME (SORT), GRAVA O ARQCARGA DA REMATRICULA
      *    (HDR TIPO R COM A QUANTIDADE JA CONHECIDA, UM DETALHE
      *    POR ALUNO REMATRICULADO E TRL) E IMPRIME O RELROLA COM
      *    QUEBRA DE PAGINA E TOTAIS POR CURSO
      *--------------------------------------------------------------*
       080-IMPRIMIR-VIRADA.

           CLOSE ARQROLW
           ACCEPT WS-DATA-CORRENTE   FROM DATE YYYYMMDD
           OPEN OUTPUT ARQCARGA
           IF   WS-CRG-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQCARGA NAO DISPONIVEL PARA '
                 'GRAVACAO - FS ' WS-CRG-STATUS ' *'
              CLOSE ARQMEST
              CLOSE ARQHIST
              PERFORM 018-ABORTAR-CARTAO
           END-IF
           MOVE SPACES              TO  WS-REG-CARGA
           MOVE 'HDR'               TO  WS-CTRL-IND
           COMPUTE WS-CTRL-QTDE = WS-CT-REMATRICULAS
                                + WS-CT-CONCLUINTES
           MOVE WS-DATA-CORRENTE    TO  WS-CTRL-DATA
           MOVE 'R'                 TO  WS-CTRL-TIPO
           WRITE WS-LINHA-CARGA FROM WS-REG-CARGA

           IF   WS-CT-ALUNOS = ZEROS
              MOVE SPACES  TO  WS-CAB-CURSO
              PERFORM 037-IMPRIMIR-CABECALHO
              STRING ' * NENHUM ALUNO NO MESTRE *'
                 DELIMITED BY SIZE INTO WS-LINHA-RESUMO
              PERFORM 097-IMPRIMIR-RESUMO
           ELSE
              SORT CLASSIF
                 ON ASCENDING KEY WS-CLS-CUR
                                  WS-CLS-RESULTADO
                                  WS-CLS-NOM
                 USING  ARQROLW
                 GIVING ARQROLO

              OPEN INPUT ARQROLO
              PERFORM 081-LER-CLASSIFICADO THRU
                 081-LER-CLASSIFICADO-EXIT
              PERFORM 082-IMPRIMIR-DESTINO THRU
                 082-IMPRIMIR-DESTINO-EXIT
                 UNTIL ROLO-FIM
              PERFORM 083-TOTAL-CURSO
              CLOSE ARQROLO
           END-IF

           MOVE SPACES                TO  WS-REG-CARGA
           MOVE 'TRL'                 TO  WS-CTRL-IND
           MOVE WS-CT-GRAVADOS-CARGA  TO  WS-CTRL-QTDE
           MOVE WS-DATA-CORRENTE      TO  WS-CTRL-DATA
           WRITE WS-LINHA-CARGA FROM WS-REG-CARGA
           CLOSE ARQCARGA
           .
      *--------------------------------------------------------------*
      *    LE O PROXIMO DESTINO CLASSIFICADO (ARQROLO)
      *--------------------------------------------------------------*
       081-LER-CLASSIFICADO.

           READ ARQROLO INTO WS-REG-ROL
              AT END
                 MOVE 'S'  TO  WS-ROLO-FIM
                 GO TO 081-LER-CLASSIFICADO-EXIT
           END-READ
           .
       081-LER-CLASSIFICADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    IMPRIME O DESTINO DE UM ALUNO, TRATANDO A QUEBRA DE CURSO
      *    (TOTAIS DO CURSO ANTERIOR E NOVA PAGINA), E GRAVA NO
      *    ARQCARGA O ALUNO REMATRICULADO
      *--------------------------------------------------------------*
       082-IMPRIMIR-DESTINO.

           IF   WS-ROL-CUR NOT = WS-CUR-ANTERIOR
              IF   WS-CUR-ANTERIOR NOT = LOW-VALUES
                 PERFORM 083-TOTAL-CURSO
              END-IF
              MOVE WS-ROL-CUR  TO  WS-CUR-ANTERIOR
              IF   WS-ROL-CUR = SPACES
                 MOVE '(NAO IDENTIFICADO)'  TO  WS-CAB-CURSO
              ELSE
                 MOVE WS-ROL-CUR            TO  WS-CAB-CURSO
              END-IF
              MOVE ZEROS       TO  WS-LINHAS-IMPRESSAS
              INITIALIZE WS-AREA-TOTAL-CURSO
           END-IF

           IF  WS-LINHAS-IMPRESSAS = ZEROS
            OR WS-LINHAS-IMPRESSAS >= WS-MAX-LINHAS
              PERFORM 037-IMPRIMIR-CABECALHO
           END-IF

           MOVE WS-ROL-NUM        TO  WS-DET-NUM
           MOVE WS-ROL-NOM        TO  WS-DET-NOM
           MOVE WS-ROL-TURMA      TO  WS-DET-TURMA
           MOVE WS-ROL-SERIE-ATU  TO  WS-DET-SERIE-ATU
           MOVE WS-ROL-SIT-ANO    TO  WS-DET-SIT-ANO
           IF   ROL-REMATRICULADO
              MOVE WS-ROL-SERIE-NOVA  TO  WS-DET-SERIE-NOVA
           ELSE
              MOVE '-'                TO  WS-DET-SERIE-NOVA
           END-IF
           MOVE WS-ROL-MOTIVO     TO  WS-DET-MOTIVO
           EVALUATE TRUE
              WHEN ROL-PROMOVIDO
                 MOVE 'PROMOVIDO'         TO  WS-DET-DESTINO
                 ADD  1                   TO  WS-TC-PROMOVIDOS
              WHEN ROL-RETIDO
                 MOVE 'RETIDO'            TO  WS-DET-DESTINO
                 ADD  1                   TO  WS-TC-RETIDOS
              WHEN ROL-RETIDO-FALTA
                 MOVE 'RETIDO POR FALTA'  TO  WS-DET-DESTINO
                 ADD  1                   TO  WS-TC-RETIDOS-FALTA
              WHEN ROL-CONCLUINTE
                 MOVE 'CONCLUINTE'        TO  WS-DET-DESTINO
                 ADD  1                   TO  WS-TC-CONCLUINTES
              WHEN ROL-EXCECAO
                 MOVE 'EXCECAO'           TO  WS-DET-DESTINO
                 ADD  1                   TO  WS-TC-EXCECOES
           END-EVALUATE

           WRITE WS-LINHA-RELROLA FROM WS-LINHA-DETALHE
           ADD   1                TO  WS-LINHAS-IMPRESSAS

           IF   ROL-REMATRICULADO
            OR  ROL-CONCLUINTE
              PERFORM 084-GRAVAR-CARGA
           END-IF

           PERFORM 081-LER-CLASSIFICADO THRU
              081-LER-CLASSIFICADO-EXIT
           .
       082-IMPRIMIR-DESTINO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    IMPRIME NA QUEBRA OS TOTAIS POR RESULTADO DO CURSO
      *    ANTERIOR
      *--------------------------------------------------------------*
       083-TOTAL-CURSO.

           WRITE WS-LINHA-RELROLA FROM SPACES
           STRING ' * PROMOVIDOS        = ' WS-TC-PROMOVIDOS
              '   RETIDOS          = ' WS-TC-RETIDOS
              '   RETIDOS POR FALTA = ' WS-TC-RETIDOS-FALTA
              DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           STRING ' * CONCLUINTES       = ' WS-TC-CONCLUINTES
              '   EXCECOES         = ' WS-TC-EXCECOES
              DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           .
      *--------------------------------------------------------------*
      *    GRAVA NO ARQCARGA O ALUNO REMATRICULADO: NOTAS E MEDIA
      *    ZERADAS PARA O NOVO ANO, SITUACAO DO ANO FECHADO, MESMO
      *    CURSO E TURMA E A SERIE DO NOVO ANO. SEXO E DATA DE
      *    NASCIMENTO VAO EM BRANCO: A REMATRICULA MANTEM OS DO
      *    MESTRE. O CONCLUINTE VAI COM A SERIE ATUAL E SITUACAO DA
      *    MATRICULA C, PARA O RSPRG009 ENCERRAR A MATRICULA
      *--------------------------------------------------------------*
       084-GRAVAR-CARGA.

           MOVE WS-ROL-NUM         TO  WS-CRG-NUM
           MOVE WS-ROL-NOM         TO  WS-CRG-NOM
           MOVE ZEROS              TO  WS-CRG-NOT1
           MOVE ZEROS              TO  WS-CRG-NOT2
           MOVE ZEROS              TO  WS-CRG-NOT3
           MOVE ZEROS              TO  WS-CRG-NOT4
           MOVE ZEROS              TO  WS-CRG-MEDIA
           MOVE WS-ROL-SIT-ANO     TO  WS-CRG-SITUACAO
           MOVE WS-ROL-CUR         TO  WS-CRG-CUR
           MOVE WS-ROL-SERIE-NOVA  TO  WS-CRG-SERIE
           MOVE WS-ROL-TURMA       TO  WS-CRG-TURMA
           MOVE SPACES             TO  WS-CRG-SEXO
           MOVE SPACES             TO  WS-CRG-DATA-NASC
           MOVE SPACES             TO  WS-CRG-SIT-MAT
           IF   ROL-CONCLUINTE
              MOVE WS-ROL-SERIE-ATU  TO  WS-CRG-SERIE
              MOVE 'C'               TO  WS-CRG-SIT-MAT
           END-IF
           WRITE WS-LINHA-CARGA FROM WS-REG-CARGA
           ADD  1                  TO  WS-CT-GRAVADOS-CARGA
           .
      *--------------------------------------------------------------*
      *    IMPRIME CABECALHO DE PAGINA DO RELATORIO (RELROLA)
      *--------------------------------------------------------------*
       037-IMPRIMIR-CABECALHO.

           ADD   1                TO  WS-PAGINA
           MOVE  WS-PAGINA        TO  WS-CAB-PAGINA

           IF  WS-PAGINA > 1
              WRITE WS-LINHA-RELROLA FROM SPACES
                 AFTER ADVANCING PAGE
           ELSE
              WRITE WS-LINHA-RELROLA FROM SPACES
           END-IF

           WRITE WS-LINHA-RELROLA FROM WS-CAB-01
           WRITE WS-LINHA-RELROLA FROM WS-CAB-03
           WRITE WS-LINHA-RELROLA FROM WS-CAB-02
           WRITE WS-LINHA-RELROLA FROM SPACES
           MOVE  ZEROS            TO  WS-LINHAS-IMPRESSAS
           .
      *--------------------------------------------------------------*
      *    GRAVA NO RELROLA UMA LINHA DE RESUMO JA MONTADA EM
      *    WS-LINHA-RESUMO, DEIXANDO A AREA EM BRANCO PARA A PROXIMA
      *--------------------------------------------------------------*
       097-IMPRIMIR-RESUMO.

           WRITE WS-LINHA-RELROLA  FROM  WS-LINHA-RESUMO
           MOVE  SPACES            TO    WS-LINHA-RESUMO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS. ALUNO EM EXCECAO DEIXA O JOB COM
      *    RC 8: O ARQCARGA SAI SEM ELE E A SECRETARIA PRECISA
      *    REGULARIZA-LO (RSPRG007 OU RSPRG003) ANTES DA CARGA
      *--------------------------------------------------------------*
       090-TERMINAR.

           WRITE WS-LINHA-RELROLA FROM SPACES AFTER ADVANCING PAGE
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG019        *'
           DISPLAY ' *----------------------------------------*'
           STRING ' *   TOTAIS DE CONTROLE - RSPRG019'
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
           DISPLAY ' * PROMOVIDOS                  = ' WS-CT-PROMOVIDOS
           STRING ' * PROMOVIDOS                  = '
              WS-CT-PROMOVIDOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * RETIDOS                     = ' WS-CT-RETIDOS
           STRING ' * RETIDOS                     = '
              WS-CT-RETIDOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * RETIDOS POR FALTA           = '
              WS-CT-RETIDOS-FALTA
           STRING ' * RETIDOS POR FALTA           = '
              WS-CT-RETIDOS-FALTA DELIMITED BY SIZE
              INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * CONCLUINTES                 = '
              WS-CT-CONCLUINTES
           STRING ' * CONCLUINTES                 = '
              WS-CT-CONCLUINTES DELIMITED BY SIZE
              INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * MATRICULAS NAO ATIVAS (FORA)= '
              WS-CT-NAO-ATIVOS
           STRING ' * MATRICULAS NAO ATIVAS (FORA)= '
              WS-CT-NAO-ATIVOS DELIMITED BY SIZE
              INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * EXCECOES (NAO REMATRICULADOS)= '
              WS-CT-EXCECOES
           STRING ' * EXCECOES (NAO REMATRICULADOS)= '
              WS-CT-EXCECOES DELIMITED BY SIZE
              INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * GRAVADOS NO ARQCARGA        = '
              WS-CT-GRAVADOS-CARGA
           STRING ' * GRAVADOS NO ARQCARGA        = '
              WS-CT-GRAVADOS-CARGA DELIMITED BY SIZE
              INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO

           IF   WS-CT-EXCECOES > ZEROS
              DISPLAY ' * ATENCAO - ALUNOS EM EXCECAO FICARAM FORA '
                 'DA REMATRICULA (VIDE RELROLA) *'
              STRING ' * ATENCAO - ALUNOS EM EXCECAO FICARAM FORA '
                 'DA REMATRICULA *'
                 DELIMITED BY SIZE INTO WS-LINHA-RESUMO
              PERFORM 097-IMPRIMIR-RESUMO
              MOVE 8  TO  RETURN-CODE
           END-IF
           DISPLAY ' *========================================*'

           PERFORM 098-GRAVAR-EXECUCAO

           CLOSE RELROLA
           CLOSE ARQMEST
           CLOSE ARQHIST
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO DE CONTROLE DESTA EXECUCAO NO ARQEXEC
      *    (PROGRAMA, DATA/HORA, ANO FECHADO, ALUNOS LIDOS, COM
      *    DESTINO DEFINIDO E EM EXCECAO E RETURN CODE), PARA O
      *    RESUMO DIARIO DE OPERACAO (RSPRG013)
      *--------------------------------------------------------------*
       098-GRAVAR-EXECUCAO.

           ACCEPT WS-DATA-CORRENTE   FROM DATE YYYYMMDD
           ACCEPT WS-HORA-CORRENTE-X FROM TIME
           MOVE 'RSPRG019'          TO  WS-EXE-PROGRAMA
           MOVE WS-DATA-CORRENTE    TO  WS-EXE-DATA
           MOVE WS-HORA-CORRENTE    TO  WS-EXE-HORA
           MOVE WS-ANO-VIRADA       TO  WS-EXE-ANO
           MOVE ZEROS               TO  WS-EXE-BIM
           MOVE SPACES              TO  WS-EXE-TIPO
           MOVE WS-CT-ALUNOS        TO  WS-EXE-LIDOS
           COMPUTE WS-EXE-ACEITOS = WS-CT-REMATRICULAS
                                  + WS-CT-CONCLUINTES
           MOVE WS-CT-EXCECOES      TO  WS-EXE-REJEITADOS
           MOVE RETURN-CODE         TO  WS-EXE-RC

           OPEN EXTEND ARQEXEC
           IF   WS-EXEC-STATUS NOT = '00' AND NOT = '05'
              OPEN OUTPUT ARQEXEC
           END-IF
           WRITE WS-LINHA-EXEC FROM WS-REG-EXEC
           CLOSE ARQEXEC
           .
      *---------------> FIM DO PROGRAMA RSPRG019 <-------------------*
