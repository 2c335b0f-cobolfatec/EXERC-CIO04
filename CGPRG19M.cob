       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG017.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: RELATORIO DE PENDENCIAS DE LANCAMENTO DE NOTAS
      *           PARA O ANO E BIMESTRE INFORMADOS NO CARTAO DE
      *           CONTROLE (SYSIN). CRUZA OS ALUNOS DO MESTRE
      *           (ARQMEST) COM O HISTORICO ESCOLAR (ARQHIST) E A
      *           GRADE CURRICULAR VIGENTE (ARQGRAD) E LISTA, POR
      *           CURSO E DISCIPLINA (RELPEND), TODO ALUNO AINDA SEM
      *           REGISTRO NO HISTORICO NO PERIODO, PARA A
      *           SECRETARIA COBRAR OS LOTES DOS PROFESSORES ANTES
      *           DO FECHAMENTO DO ANO (RSPRG007). O CURSO DO ALUNO
      *           E O DA MATRICULA NO MESTRE OU, NA FALTA DESTE, O
      *           DO SEU LANCAMENTO MAIS RECENTE NO HISTORICO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  160001  PROGRAMA DE PENDENCIAS DE LANCAMENTO
      *                          POR CURSO E DISCIPLINA CRIADO.
      *  V02    10/2026  160002  O CURSO DO ALUNO PASSA A SER O DA
      *                          MATRICULA NO MESTRE (ACOMPANHA O
      *                          RSPRG002 V25); O DO LANCAMENTO MAIS
      *                          RECENTE NO HISTORICO SO E USADO
      *                          QUANDO O MESTRE NAO O TEM.
      *  V03    10/2026  160003  MESTRE (ARQMEST) COM SEXO E DATA DE
      *                          NASCIMENTO, 69 BYTES (ACOMPANHA O
      *                          RSPRG002 V26). SEM MUDANCA DE
      *                          PROCESSAMENTO.
      *  V04    10/2026  160004  SITUACAO DA MATRICULA (ARQMEST, 108
      *                          BYTES): ALUNO TRANSFERIDO, TRANCADO,
      *                          QUE ABANDONOU OU CONCLUIU FICA FORA
      *                          DAS PENDENCIAS, SO CONTADO NOS
      *                          TOTAIS.
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
           SELECT RELPEND   ASSIGN TO RELPEND
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQGRAD   ASSIGN TO ARQGRAD
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WS-GRD-CHAVE
               FILE STATUS  IS WS-GRD-STATUS.
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
           SELECT ARQPEND   ASSIGN TO ARQPEND
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQPENDO  ASSIGN TO ARQPENDO
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
      *-----> RELPEND - PENDENCIAS DE LANCAMENTO (DD DE IMPRESSAO)
       FD  RELPEND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-RELPEND      PIC X(132).
      *-----> ARQGRAD - GRADE CURRICULAR CURSO X DISCIPLINA (VSAM
      *       KSDS, DD NO JCL), MANTIDA PELO RSPRG016
       FD  ARQGRAD
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-GRADE.
           05  WS-GRD-CHAVE.
               10  WS-GRD-CUR     PIC X(12).
               10  WS-GRD-DIS     PIC X(03).
           05  WS-GRD-NOME-DIS    PIC X(30).
           05  WS-GRD-CARGA-HOR   PIC 9(03).
           05  WS-GRD-ANO-INI     PIC 9(04).
           05  WS-GRD-ANO-FIM     PIC 9(04).
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
      *-----> ARQHIST - HISTORICO ESCOLAR POR ALUNO/ANO/BIMESTRE
      *       (VSAM KSDS, DD NO JCL)
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
      *-----> ARQPEND - ARQUIVO DE TRABALHO COM AS PENDENCIAS
      *       APURADAS, GRAVADO EM 030 PARA CLASSIFICACAO
       FD  ARQPEND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-PEND          PIC X(70).
      *-----> ARQPENDO - PENDENCIAS CLASSIFICADAS POR CURSO,
      *       DISCIPLINA E NOME (SAIDA DO SORT), BASE DO RELPEND
       FD  ARQPENDO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-PENDO         PIC X(70).
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
           05  WS-CLS-DIS         PIC X(03).
           05  WS-CLS-NOM         PIC X(20).
           05  WS-CLS-NUM         PIC 9(04).
           05  WS-CLS-NOME-DIS    PIC X(30).
           05  WS-CLS-OCORRENCIA  PIC X(01).
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
           05  WS-CT-PENDENCIAS       PIC 9(06)      VALUE ZEROS.
           05  WS-CT-ALUNOS-PEND      PIC 9(06)      VALUE ZEROS.
           05  WS-CT-ALUNOS-EM-DIA    PIC 9(06)      VALUE ZEROS.
           05  WS-CT-SEM-CURSO        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-NAO-ATIVOS       PIC 9(06)      VALUE ZEROS.
           05  WS-CT-CURSO-SEM-GRADE  PIC 9(06)      VALUE ZEROS.
           05  WS-CT-CURSO-PEND       PIC 9(06)      VALUE ZEROS.

      *-----> CONTROLE DA GRADE CURRICULAR (ARQGRAD)
       01  WS-GRD-STATUS              PIC X(02)      VALUE '00'.
       01  WS-GRD-FIM                 PIC X(01)      VALUE 'N'.
           88  GRD-FIM                               VALUE 'S'.

      *-----> CONTROLE DO ARQUIVO MESTRE DE ALUNOS (ARQMEST)
       01  WS-MEST-STATUS             PIC X(02)      VALUE '00'.

      *-----> CONTROLE DO ARQUIVO DE HISTORICO ESCOLAR (ARQHIST)
       01  WS-HIST-STATUS             PIC X(02)      VALUE '00'.
       01  WS-HIST-FIM                PIC X(01)      VALUE 'N'.
           88  HIST-FIM                              VALUE 'S'.

      *-----> CONTROLE DA LISTAGEM CLASSIFICADA (ARQPENDO)
       01  WS-PENDO-FIM               PIC X(01)      VALUE 'N'.
           88  PENDO-FIM                             VALUE 'S'.
       01  WS-CUR-ANTERIOR            PIC X(12)      VALUE LOW-VALUES.

      *-----> CONTROLE DO ARQUIVO DE EXECUCOES (ARQEXEC)
       01  WS-EXEC-STATUS             PIC X(02)      VALUE '00'.

      *-----> DATA/HORA DA EXECUCAO, PARA O REGISTRO DO ARQEXEC
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

      *-----> CARTAO DE CONTROLE (SYSIN): ANO E BIMESTRE A APURAR
       01  WS-REG-CARTAO.
           05  WS-CRT-ANO             PIC 9(04).
           05  WS-CRT-BIM             PIC 9(01).
           05  FILLER                 PIC X(75).

      *-----> ANO E BIMESTRE DAS PENDENCIAS
       01  WS-AREA-APURACAO.
           05  WS-ANO-APURADO         PIC 9(04)      VALUE ZEROS.
           05  WS-BIM-APURADO         PIC 9(01)      VALUE ZEROS.

      *-----> TABELA DA GRADE CURRICULAR VIGENTE NO ANO APURADO,
      *       CARREGADA NA ORDEM DA CHAVE (CURSO+DISCIPLINA): AS
      *       DISCIPLINAS DE UM CURSO FICAM CONTIGUAS. EXCEDER O
      *       LIMITE CANCELA A EXECUCAO (RC 16), PARA NAO OMITIR
      *       PENDENCIAS DAS DISCIPLINAS QUE NAO COUBERAM
       01  WS-TAB-GRADE.
           05  WS-QTD-GRADE           PIC 9(04)      VALUE ZEROS.
           05  WS-GRADE-OCR OCCURS 1000 TIMES
                                      INDEXED BY WS-IX-GRD.
               10  WS-TG-CUR          PIC X(12).
               10  WS-TG-DIS          PIC X(03).
               10  WS-TG-NOME-DIS     PIC X(30).

      *-----> TABELA DAS DISCIPLINAS JA LANCADAS PARA O ALUNO
      *       CORRENTE NO ANO/BIMESTRE APURADO (ARQHIST)
       01  WS-TAB-LANCADAS.
           05  WS-QTD-LANCADAS        PIC 9(02)      VALUE ZEROS.
           05  WS-LANCADA-OCR OCCURS 50 TIMES
                                      INDEXED BY WS-IX-LNC.
               10  WS-TL-DIS          PIC X(03).

      *-----> CURSO DO ALUNO CORRENTE (MATRICULA NO MESTRE OU
      *       LANCAMENTO MAIS RECENTE NO HISTORICO) E INDICADORES DA
      *       APURACAO DO ALUNO
       01  WS-AREA-ALUNO.
           05  WS-CUR-ALUNO           PIC X(12)      VALUE SPACES.
           05  WS-IND-CURSO-GRADE     PIC X(01)      VALUE 'N'.
               88  CURSO-NA-GRADE                    VALUE 'S'.
           05  WS-IND-ALUNO-PEND      PIC X(01)      VALUE 'N'.
               88  ALUNO-PENDENTE                    VALUE 'S'.
           05  WS-IND-LANCADA         PIC X(01)      VALUE 'N'.
               88  DISCIPLINA-LANCADA                VALUE 'S'.

      *-----> AREA DE MONTAGEM/LEITURA DO REGISTRO DE PENDENCIA
      *       (GRAVADO NO ARQPEND EM 030 E RELIDO DO ARQPENDO EM
      *       081). OCORRENCIA: P=DISCIPLINA SEM LANCAMENTO,
      *       S=ALUNO SEM CURSO NO MESTRE NEM NO HISTORICO, G=CURSO
      *       SEM GRADE CURRICULAR VIGENTE NO ANO
       01  WS-REG-PEND.
           05  WS-PND-CUR             PIC X(12).
           05  WS-PND-DIS             PIC X(03).
           05  WS-PND-NOM             PIC X(20).
           05  WS-PND-NUM             PIC 9(04).
           05  WS-PND-NOME-DIS        PIC X(30).
           05  WS-PND-OCORRENCIA      PIC X(01).
               88  PND-SEM-LANCAMENTO                VALUE 'P'.
               88  PND-SEM-CURSO                     VALUE 'S'.
               88  PND-CURSO-SEM-GRADE               VALUE 'G'.

      *-----> CONTROLE DE PAGINACAO DO RELATORIO
       01  WS-AREA-RELATORIO.
           05  WS-LINHAS-IMPRESSAS    PIC 9(02)      VALUE ZEROS.
           05  WS-MAX-LINHAS          PIC 9(02)      VALUE 20.
           05  WS-PAGINA              PIC 9(04)      VALUE ZEROS.

      *-----> LAYOUTS DO RELATORIO DE PENDENCIAS (RELPEND)
       01  WS-CAB-01.
           05  FILLER              PIC X(20) VALUE 'RSPRG017'.
           05  FILLER              PIC X(40) VALUE
               'PENDENCIAS DE LANCAMENTO DE NOTAS'.
           05  FILLER              PIC X(05) VALUE 'ANO: '.
           05  WS-CAB-ANO          PIC 9(04).
           05  FILLER              PIC X(06) VALUE ' BIM: '.
           05  WS-CAB-BIM          PIC 9(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'PAGINA: '.
           05  WS-CAB-PAGINA       PIC ZZZ9.
           05  FILLER              PIC X(41) VALUE SPACES.

       01  WS-CAB-03.
           05  FILLER              PIC X(07) VALUE 'CURSO: '.
           05  WS-CAB-CURSO        PIC X(24).
           05  FILLER              PIC X(101) VALUE SPACES.

       01  WS-CAB-02.
           05  FILLER              PIC X(03) VALUE 'DIS'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE
               'NOME DA DISCIPLINA'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'NUMERO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE 'NOME DO ALUNO'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(40) VALUE 'OCORRENCIA'.
           05  FILLER              PIC X(29) VALUE SPACES.

       01  WS-LINHA-DETALHE.
           05  WS-DET-DIS          PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-NOME-DIS     PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-NUM          PIC 9(04).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DET-NOM          PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-OCORRENCIA   PIC X(40).
           05  FILLER              PIC X(29) VALUE SPACES.

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
       000-RSPRG017.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-EXIT
              UNTIL WS-FIM = 'S'
           PERFORM 080-IMPRIMIR-PENDENCIAS
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           OPEN OUTPUT RELPEND
           PERFORM 017-LER-CARTAO
           PERFORM 019-CARREGAR-GRADE
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
           OPEN OUTPUT ARQPEND
           PERFORM 025-LER-MESTRE THRU 025-LER-MESTRE-EXIT
           PERFORM 026-LER-HISTORICO THRU 026-LER-HISTORICO-EXIT
           .
      *--------------------------------------------------------------*
      *    LE O CARTAO DE CONTROLE (SYSIN) COM O ANO E O BIMESTRE
      *    (1 A 4) A APURAR; CARTAO INVALIDO CANCELA A EXECUCAO
      *    (RC 16)
      *--------------------------------------------------------------*
       017-LER-CARTAO.

           ACCEPT WS-REG-CARTAO  FROM SYSIN
           IF   WS-CRT-ANO NOT NUMERIC
            OR  WS-CRT-ANO = ZEROS
              DISPLAY ' * ERRO - CARTAO DE CONTROLE SEM ANO '
                 'VALIDO; APURACAO REJEITADA *'
              PERFORM 018-ABORTAR-CARTAO
           END-IF
           IF   WS-CRT-BIM NOT NUMERIC
            OR  WS-CRT-BIM < 1
            OR  WS-CRT-BIM > 4
              DISPLAY ' * ERRO - CARTAO DE CONTROLE SEM BIMESTRE '
                 'VALIDO (1 A 4); APURACAO REJEITADA *'
              PERFORM 018-ABORTAR-CARTAO
           END-IF
           MOVE WS-CRT-ANO  TO  WS-ANO-APURADO
           MOVE WS-CRT-ANO  TO  WS-CAB-ANO
           MOVE WS-CRT-BIM  TO  WS-BIM-APURADO
           MOVE WS-CRT-BIM  TO  WS-CAB-BIM
           .
      *--------------------------------------------------------------*
      *    ENCERRA O JOB SEM APURAR, POR CARTAO DE CONTROLE AUSENTE
      *    OU INVALIDO, ARQUIVO DE ENTRADA INDISPONIVEL OU TABELA DA
      *    GRADE EXCEDIDA
      *--------------------------------------------------------------*
       018-ABORTAR-CARTAO.

           CLOSE RELPEND
           MOVE 16  TO  RETURN-CODE
           PERFORM 098-GRAVAR-EXECUCAO
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    CARREGA EM MEMORIA AS DISCIPLINAS DA GRADE CURRICULAR
      *    VIGENTES NO ANO APURADO (ANO INICIAL ATE O ANO, ANO
      *    FINAL ZERADO OU A PARTIR DO ANO)
      *--------------------------------------------------------------*
       019-CARREGAR-GRADE.

           OPEN INPUT ARQGRAD
           IF   WS-GRD-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQGRAD NAO DISPONIVEL PARA '
                 'LEITURA - FS ' WS-GRD-STATUS ' *'
              PERFORM 018-ABORTAR-CARTAO
           END-IF
           PERFORM 0191-LER-REG-GRADE THRU 0191-LER-REG-GRADE-EXIT
              UNTIL GRD-FIM
           CLOSE ARQGRAD
           .
       0191-LER-REG-GRADE.

           READ ARQGRAD NEXT RECORD
              AT END
                 MOVE 'S'  TO  WS-GRD-FIM
                 GO TO 0191-LER-REG-GRADE-EXIT
           END-READ

           IF   WS-GRD-ANO-INI > WS-ANO-APURADO
              GO TO 0191-LER-REG-GRADE-EXIT
           END-IF
           IF   WS-GRD-ANO-FIM NOT = ZEROS
            AND WS-GRD-ANO-FIM < WS-ANO-APURADO
              GO TO 0191-LER-REG-GRADE-EXIT
           END-IF

           IF   WS-QTD-GRADE < 1000
              ADD  1                  TO  WS-QTD-GRADE
              SET  WS-IX-GRD          TO  WS-QTD-GRADE
              MOVE WS-GRD-CUR         TO  WS-TG-CUR      (WS-IX-GRD)
              MOVE WS-GRD-DIS         TO  WS-TG-DIS      (WS-IX-GRD)
              MOVE WS-GRD-NOME-DIS    TO  WS-TG-NOME-DIS (WS-IX-GRD)
           ELSE
              DISPLAY ' * ERRO - TABELA DA GRADE CURRICULAR '
                 '(ARQGRAD) EXCEDEU 1000 OCORRENCIAS; APURACAO '
                 'CANCELADA PARA NAO OMITIR PENDENCIAS *'
              CLOSE ARQGRAD
              PERFORM 018-ABORTAR-CARTAO
           END-IF
           .
       0191-LER-REG-GRADE-EXIT.
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
      *    LE O PROXIMO REGISTRO DO HISTORICO, EM ORDEM DE CHAVE
      *    (ALUNO+ANO+BIMESTRE+DISCIPLINA)
      *--------------------------------------------------------------*
       026-LER-HISTORICO.

           READ ARQHIST NEXT RECORD
              AT END
                 MOVE 'S'  TO  WS-HIST-FIM
                 GO TO 026-LER-HISTORICO-EXIT
           END-READ
           ADD 1  TO  WS-CT-HISTORICO
           .
       026-LER-HISTORICO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    APURA AS PENDENCIAS DO ALUNO CORRENTE DO MESTRE. MESTRE E
      *    HISTORICO SAO LIDOS EM PARALELO, AMBOS EM ORDEM DE NUMERO
      *    DO ALUNO: OS REGISTROS DO HISTORICO SEM ALUNO NO MESTRE
      *    SAO DESPREZADOS (DIVERGENCIA TRATADA PELO RSPRG008); OS
      *    DO ALUNO CORRENTE DAO O CURSO E AS DISCIPLINAS LANCADAS.
      *    MATRICULA NAO ATIVA (TRANSFERIDO, TRANCADO, ABANDONO OU
      *    CONCLUIDO) NAO TEM PENDENCIA: SO E CONTADA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF   NOT MEST-ATIVO
              ADD 1  TO  WS-CT-NAO-ATIVOS
              PERFORM 025-LER-MESTRE THRU 025-LER-MESTRE-EXIT
              GO TO 030-PROCESSAR-EXIT
           END-IF

           PERFORM 026-LER-HISTORICO THRU 026-LER-HISTORICO-EXIT
              UNTIL HIST-FIM
                 OR WS-HIST-NUM NOT < WS-MEST-NUM

           MOVE SPACES  TO  WS-CUR-ALUNO
           MOVE ZEROS   TO  WS-QTD-LANCADAS
           MOVE 'N'     TO  WS-IND-ALUNO-PEND
           PERFORM 031-ACUMULAR-HISTORICO THRU
              031-ACUMULAR-HISTORICO-EXIT
              UNTIL HIST-FIM
                 OR WS-HIST-NUM NOT = WS-MEST-NUM

           IF   WS-MEST-CUR NOT = SPACES
              MOVE WS-MEST-CUR       TO  WS-CUR-ALUNO
           END-IF

           IF   WS-CUR-ALUNO = SPACES
              ADD  1                 TO  WS-CT-SEM-CURSO
              MOVE SPACES            TO  WS-PND-DIS
              MOVE SPACES            TO  WS-PND-NOME-DIS
              MOVE 'S'               TO  WS-PND-OCORRENCIA
              PERFORM 034-GRAVAR-PENDENCIA
           ELSE
              PERFORM 032-APURAR-CURSO
           END-IF

           IF   ALUNO-PENDENTE
              ADD 1  TO  WS-CT-ALUNOS-PEND
           ELSE
              ADD 1  TO  WS-CT-ALUNOS-EM-DIA
           END-IF

           PERFORM 025-LER-MESTRE THRU 025-LER-MESTRE-EXIT
           .
       030-PROCESSAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    ACUMULA UM REGISTRO DO HISTORICO DO ALUNO CORRENTE: O
      *    CURSO DO LANCAMENTO MAIS RECENTE (A LEITURA E EM ORDEM DE
      *    ANO E BIMESTRE) E AS DISCIPLINAS JA LANCADAS NO PERIODO
      *--------------------------------------------------------------*
       031-ACUMULAR-HISTORICO.

           IF   WS-HIST-CUR NOT = SPACES
              MOVE WS-HIST-CUR  TO  WS-CUR-ALUNO
           END-IF

           IF   WS-HIST-ANO = WS-ANO-APURADO
            AND WS-HIST-BIM = WS-BIM-APURADO
              IF   WS-QTD-LANCADAS < 50
                 ADD  1            TO  WS-QTD-LANCADAS
                 SET  WS-IX-LNC    TO  WS-QTD-LANCADAS
                 MOVE WS-HIST-DIS  TO  WS-TL-DIS (WS-IX-LNC)
              ELSE
                 DISPLAY ' * ERRO - ALUNO ' WS-MEST-NUM ' COM MAIS '
                    'DE 50 DISCIPLINAS LANCADAS NO PERIODO; '
                    'APURACAO CANCELADA *'
                 CLOSE ARQMEST
                 CLOSE ARQHIST
                 CLOSE ARQPEND
                 PERFORM 018-ABORTAR-CARTAO
              END-IF
           END-IF

           PERFORM 026-LER-HISTORICO THRU 026-LER-HISTORICO-EXIT
           .
       031-ACUMULAR-HISTORICO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    CONFRONTA AS DISCIPLINAS VIGENTES DO CURSO DO ALUNO NA
      *    GRADE COM AS JA LANCADAS NO PERIODO; CURSO SEM NENHUMA
      *    DISCIPLINA VIGENTE NA GRADE E APONTADO COMO OCORRENCIA
      *--------------------------------------------------------------*
       032-APURAR-CURSO.

           MOVE 'N'  TO  WS-IND-CURSO-GRADE
           PERFORM 033-VERIFICAR-DISCIPLINA
              VARYING WS-IX-GRD FROM 1 BY 1
              UNTIL WS-IX-GRD > WS-QTD-GRADE

           IF   NOT CURSO-NA-GRADE
              ADD  1                 TO  WS-CT-CURSO-SEM-GRADE
              MOVE SPACES            TO  WS-PND-DIS
              MOVE SPACES            TO  WS-PND-NOME-DIS
              MOVE 'G'               TO  WS-PND-OCORRENCIA
              PERFORM 034-GRAVAR-PENDENCIA
           END-IF
           .
      *--------------------------------------------------------------*
      *    VERIFICA UMA DISCIPLINA DA GRADE: SE FOR DO CURSO DO
      *    ALUNO E NAO CONSTAR DAS LANCADAS NO PERIODO, GRAVA A
      *    PENDENCIA
      *--------------------------------------------------------------*
       033-VERIFICAR-DISCIPLINA.

           IF   WS-TG-CUR (WS-IX-GRD) = WS-CUR-ALUNO
              MOVE 'S'  TO  WS-IND-CURSO-GRADE
              MOVE 'N'  TO  WS-IND-LANCADA
              SET  WS-IX-LNC  TO  1
              SEARCH WS-LANCADA-OCR
                 AT END
                    CONTINUE
                 WHEN WS-IX-LNC > WS-QTD-LANCADAS
                    CONTINUE
                 WHEN WS-TL-DIS (WS-IX-LNC) = WS-TG-DIS (WS-IX-GRD)
                    MOVE 'S'  TO  WS-IND-LANCADA
              END-SEARCH
              IF   NOT DISCIPLINA-LANCADA
                 MOVE WS-TG-DIS (WS-IX-GRD)      TO  WS-PND-DIS
                 MOVE WS-TG-NOME-DIS (WS-IX-GRD) TO  WS-PND-NOME-DIS
                 MOVE 'P'                        TO  WS-PND-OCORRENCIA
                 PERFORM 034-GRAVAR-PENDENCIA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA UMA PENDENCIA DO ALUNO CORRENTE NO ARQUIVO DE
      *    TRABALHO ARQPEND, PARA CLASSIFICACAO NO FECHAMENTO
      *--------------------------------------------------------------*
       034-GRAVAR-PENDENCIA.

           MOVE WS-CUR-ALUNO   TO  WS-PND-CUR
           MOVE WS-MEST-NUM    TO  WS-PND-NUM
           MOVE WS-MEST-NOM    TO  WS-PND-NOM
           WRITE WS-LINHA-PEND FROM WS-REG-PEND
           ADD  1              TO  WS-CT-PENDENCIAS
           MOVE 'S'            TO  WS-IND-ALUNO-PEND
           .
      *--------------------------------------------------------------*
      *    PRODUZ O RELATORIO: CLASSIFICA O ARQPEND POR CURSO,
      *    DISCIPLINA E NOME (SORT) E IMPRIME AS PENDENCIAS COM
      *    QUEBRA DE PAGINA A CADA MUDANCA DE CURSO E O TOTAL DO
      *    CURSO NA QUEBRA
      *--------------------------------------------------------------*
       080-IMPRIMIR-PENDENCIAS.

           CLOSE ARQPEND
           IF   WS-CT-PENDENCIAS = ZEROS
              MOVE SPACES  TO  WS-CAB-CURSO
              PERFORM 037-IMPRIMIR-CABECALHO
              STRING ' * NENHUMA PENDENCIA DE LANCAMENTO NO '
                 'ANO/BIMESTRE APURADO *'
                 DELIMITED BY SIZE INTO WS-LINHA-RESUMO
              PERFORM 097-IMPRIMIR-RESUMO
           ELSE
              SORT CLASSIF
                 ON ASCENDING KEY WS-CLS-CUR
                                  WS-CLS-DIS
                                  WS-CLS-NOM
                 USING  ARQPEND
                 GIVING ARQPENDO

              OPEN INPUT ARQPENDO
              PERFORM 081-LER-CLASSIFICADO THRU
                 081-LER-CLASSIFICADO-EXIT
              PERFORM 082-IMPRIMIR-PENDENCIA THRU
                 082-IMPRIMIR-PENDENCIA-EXIT
                 UNTIL PENDO-FIM
              PERFORM 083-TOTAL-CURSO
              CLOSE ARQPENDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LE A PROXIMA PENDENCIA CLASSIFICADA (ARQPENDO)
      *--------------------------------------------------------------*
       081-LER-CLASSIFICADO.

           READ ARQPENDO INTO WS-REG-PEND
              AT END
                 MOVE 'S'  TO  WS-PENDO-FIM
                 GO TO 081-LER-CLASSIFICADO-EXIT
           END-READ
           .
       081-LER-CLASSIFICADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    IMPRIME UMA PENDENCIA, TRATANDO A QUEBRA DE CURSO: TOTAL
      *    DO CURSO ANTERIOR E NOVA PAGINA
      *--------------------------------------------------------------*
       082-IMPRIMIR-PENDENCIA.

           IF   WS-PND-CUR NOT = WS-CUR-ANTERIOR
              IF   WS-CUR-ANTERIOR NOT = LOW-VALUES
                 PERFORM 083-TOTAL-CURSO
              END-IF
              MOVE WS-PND-CUR  TO  WS-CUR-ANTERIOR
              IF   WS-PND-CUR = SPACES
                 MOVE '(NAO IDENTIFICADO)'  TO  WS-CAB-CURSO
              ELSE
                 MOVE WS-PND-CUR            TO  WS-CAB-CURSO
              END-IF
              MOVE ZEROS       TO  WS-LINHAS-IMPRESSAS
              MOVE ZEROS       TO  WS-CT-CURSO-PEND
           END-IF

           IF  WS-LINHAS-IMPRESSAS = ZEROS
            OR WS-LINHAS-IMPRESSAS >= WS-MAX-LINHAS
              PERFORM 037-IMPRIMIR-CABECALHO
           END-IF

           MOVE WS-PND-DIS       TO  WS-DET-DIS
           MOVE WS-PND-NOME-DIS  TO  WS-DET-NOME-DIS
           MOVE WS-PND-NUM       TO  WS-DET-NUM
           MOVE WS-PND-NOM       TO  WS-DET-NOM
           EVALUATE TRUE
              WHEN PND-SEM-LANCAMENTO
                 MOVE 'SEM LANCAMENTO NO PERIODO'
                                 TO  WS-DET-OCORRENCIA
              WHEN PND-SEM-CURSO
                 MOVE 'SEM CURSO NO MESTRE NEM NO HISTORICO'
                                 TO  WS-DET-OCORRENCIA
              WHEN PND-CURSO-SEM-GRADE
                 MOVE 'CURSO SEM GRADE CURRICULAR VIGENTE'
                                 TO  WS-DET-OCORRENCIA
           END-EVALUATE

           WRITE WS-LINHA-RELPEND FROM WS-LINHA-DETALHE
           ADD   1                TO  WS-LINHAS-IMPRESSAS
           ADD   1                TO  WS-CT-CURSO-PEND

           PERFORM 081-LER-CLASSIFICADO THRU
              081-LER-CLASSIFICADO-EXIT
           .
       082-IMPRIMIR-PENDENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    IMPRIME NA QUEBRA O TOTAL DE PENDENCIAS DO CURSO ANTERIOR
      *--------------------------------------------------------------*
       083-TOTAL-CURSO.

           WRITE WS-LINHA-RELPEND FROM SPACES
           STRING ' * PENDENCIAS DO CURSO         = '
              WS-CT-CURSO-PEND DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           .
      *--------------------------------------------------------------*
      *    IMPRIME CABECALHO DE PAGINA DO RELATORIO (RELPEND)
      *--------------------------------------------------------------*
       037-IMPRIMIR-CABECALHO.

           ADD   1                TO  WS-PAGINA
           MOVE  WS-PAGINA        TO  WS-CAB-PAGINA

           IF  WS-PAGINA > 1
              WRITE WS-LINHA-RELPEND FROM SPACES
                 AFTER ADVANCING PAGE
           ELSE
              WRITE WS-LINHA-RELPEND FROM SPACES
           END-IF

           WRITE WS-LINHA-RELPEND FROM WS-CAB-01
           WRITE WS-LINHA-RELPEND FROM WS-CAB-03
           WRITE WS-LINHA-RELPEND FROM WS-CAB-02
           WRITE WS-LINHA-RELPEND FROM SPACES
           MOVE  ZEROS            TO  WS-LINHAS-IMPRESSAS
           .
      *--------------------------------------------------------------*
      *    GRAVA NO RELPEND UMA LINHA DE RESUMO JA MONTADA EM
      *    WS-LINHA-RESUMO, DEIXANDO A AREA EM BRANCO PARA A PROXIMA
      *--------------------------------------------------------------*
       097-IMPRIMIR-RESUMO.

           WRITE WS-LINHA-RELPEND  FROM  WS-LINHA-RESUMO
           MOVE  SPACES            TO    WS-LINHA-RESUMO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           WRITE WS-LINHA-RELPEND FROM SPACES AFTER ADVANCING PAGE
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG017        *'
           DISPLAY ' *----------------------------------------*'
           STRING ' *   TOTAIS DE CONTROLE - RSPRG017'
              DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * DISCIPLINAS VIGENTES NA GRADE = ' WS-QTD-GRADE
           STRING ' * DISCIPLINAS VIGENTES NA GRADE = '
              WS-QTD-GRADE DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * ALUNOS LIDOS      - ARQMEST = ' WS-CT-ALUNOS
           STRING ' * ALUNOS LIDOS      - ARQMEST = '
              WS-CT-ALUNOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * REGISTROS LIDOS   - ARQHIST = ' WS-CT-HISTORICO
           STRING ' * REGISTROS LIDOS   - ARQHIST = '
              WS-CT-HISTORICO DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * MATRICULAS NAO ATIVAS (FORA) = '
              WS-CT-NAO-ATIVOS
           STRING ' * MATRICULAS NAO ATIVAS (FORA) = '
              WS-CT-NAO-ATIVOS DELIMITED BY SIZE
              INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * ALUNOS EM DIA                = '
              WS-CT-ALUNOS-EM-DIA
           STRING ' * ALUNOS EM DIA                = '
              WS-CT-ALUNOS-EM-DIA DELIMITED BY SIZE
              INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * ALUNOS COM PENDENCIA         = '
              WS-CT-ALUNOS-PEND
           STRING ' * ALUNOS COM PENDENCIA         = '
              WS-CT-ALUNOS-PEND DELIMITED BY SIZE
              INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * PENDENCIAS APURADAS          = '
              WS-CT-PENDENCIAS
           STRING ' * PENDENCIAS APURADAS          = '
              WS-CT-PENDENCIAS DELIMITED BY SIZE
              INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * ALUNOS SEM CURSO IDENTIFICADO= '
              WS-CT-SEM-CURSO
           STRING ' * ALUNOS SEM CURSO IDENTIFICADO= '
              WS-CT-SEM-CURSO DELIMITED BY SIZE
              INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * ALUNOS DE CURSO SEM GRADE    = '
              WS-CT-CURSO-SEM-GRADE
           STRING ' * ALUNOS DE CURSO SEM GRADE    = '
              WS-CT-CURSO-SEM-GRADE DELIMITED BY SIZE
              INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' *========================================*'

           PERFORM 098-GRAVAR-EXECUCAO

           CLOSE RELPEND
           CLOSE ARQMEST
           CLOSE ARQHIST
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO DE CONTROLE DESTA EXECUCAO NO ARQEXEC
      *    (PROGRAMA, DATA/HORA, ANO/BIMESTRE APURADO, ALUNOS LIDOS,
      *    EM DIA E COM PENDENCIA E RETURN CODE), PARA O RESUMO
      *    DIARIO DE OPERACAO (RSPRG013)
      *--------------------------------------------------------------*
       098-GRAVAR-EXECUCAO.

           ACCEPT WS-DATA-CORRENTE   FROM DATE YYYYMMDD
           ACCEPT WS-HORA-CORRENTE-X FROM TIME
           MOVE 'RSPRG017'          TO  WS-EXE-PROGRAMA
           MOVE WS-DATA-CORRENTE    TO  WS-EXE-DATA
           MOVE WS-HORA-CORRENTE    TO  WS-EXE-HORA
           MOVE WS-ANO-APURADO      TO  WS-EXE-ANO
           MOVE WS-BIM-APURADO      TO  WS-EXE-BIM
           MOVE SPACES              TO  WS-EXE-TIPO
           MOVE WS-CT-ALUNOS        TO  WS-EXE-LIDOS
           MOVE WS-CT-ALUNOS-EM-DIA TO  WS-EXE-ACEITOS
           MOVE WS-CT-ALUNOS-PEND   TO  WS-EXE-REJEITADOS
           MOVE RETURN-CODE         TO  WS-EXE-RC

           OPEN EXTEND ARQEXEC
           IF   WS-EXEC-STATUS NOT = '00' AND NOT = '05'
              OPEN OUTPUT ARQEXEC
           END-IF
           WRITE WS-LINHA-EXEC FROM WS-REG-EXEC
           CLOSE ARQEXEC
           .
      *---------------> FIM DO PROGRAMA RSPRG017 <-------------------*
