      *                          QUATRO BIMESTRES, E A LINHA FINAL
      *                          DO ALUNO (MEDIA GERAL, SITUACAO DO
      *                          MESTRE E FREQUENCIA).
      *  V04    10/2026  110004  MESTRE (ARQMEST) COM CURSO, SERIE E
      *                          TURMA, 60 BYTES (ACOMPANHA O RSPRG002
      *                          V25). SEM MUDANCA DE PROCESSAMENTO.
      *  V05    10/2026  110005  MESTRE (ARQMEST) COM SEXO E DATA DE
      *                          NASCIMENTO, 69 BYTES (ACOMPANHA O
      *                          RSPRG002 V26). SEM MUDANCA DE
      *                          PROCESSAMENTO.
      *  V06    10/2026  110006  MESTRE (ARQMEST) COM A SITUACAO DA
      *                          MATRICULA, 108 BYTES (ACOMPANHA O
      *                          RSPRG002 V27): ALUNO TRANSFERIDO,
      *                          TRANCADO, QUE ABANDONOU OU CONCLUIU
      *                          NAO TEM BOLETIM EMITIDO E E CONTADO
      *                          NOS TOTAIS.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
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
      *-----> ARQFREQ - FREQUENCIA DOS ALUNOS NO PERIODO (DD NO JCL):
      *       NUMERO DO ALUNO + PERCENTUAL DE FREQUENCIA (0 A 100)
       FD  ARQFREQ
           05  WS-CT-BOLETINS         PIC 9(06)      VALUE ZEROS.
           05  WS-CT-FORA-SELECAO     PIC 9(06)      VALUE ZEROS.
           05  WS-CT-SEM-MESTRE       PIC 9(06)      VALUE ZEROS.
           05  WS-CT-NAO-ATIVOS       PIC 9(06)      VALUE ZEROS.

      *-----> CONTROLE DOS ARQUIVOS
       01  WS-HIST-STATUS             PIC X(02)      VALUE '00'.
      *    EMITE A PAGINA DE BOLETIM DO ALUNO ACUMULADO, SE O
      *    ALUNO TEM ALGUM BIMESTRE DO ANO E PASSA NA SELECAO DO
      *    CARTAO. MEDIA FINAL E SITUACAO VEM DO MESTRE (ARQMEST);
      *    ALUNO SEM MESTRE E CONTADO E NAO GERA PAGINA. ALUNO COM
      *    MATRICULA NAO ATIVA (TRANSFERIDO, TRANCADO, ABANDONO OU
      *    CONCLUIDO) TAMBEM NAO TEM BOLETIM; SO E CONTADO
      *--------------------------------------------------------------*
       050-EMITIR-BOLETIM.

              GO TO 050-EMITIR-BOLETIM-EXIT
           END-IF

           IF   NOT MEST-ATIVO
              ADD 1  TO  WS-CT-NAO-ATIVOS
              GO TO 050-EMITIR-BOLETIM-EXIT
           END-IF

           PERFORM 047-BUSCAR-FREQUENCIA
           PERFORM 055-IMPRIMIR-PAGINA
           ADD 1  TO  WS-CT-BOLETINS
           STRING ' * ALUNOS FORA DA SELECAO      = '
              WS-CT-FORA-SELECAO DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * MATRICULAS NAO ATIVAS       = '
              WS-CT-NAO-ATIVOS
           STRING ' * MATRICULAS NAO ATIVAS       = '
              WS-CT-NAO-ATIVOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * ALUNOS SEM MESTRE           = '
              WS-CT-SEM-MESTRE
           STRING ' * ALUNOS SEM MESTRE           = '
