      *           ARQEXTR); CADA INCLUSAO APLICADA E JORNALIZADA NO
      *           ARQJRNL COMO NO RSPRG003, E A LISTAGEM (RELCARGA)
      *           RELACIONA ACEITOS, DUPLICADOS E REJEITADOS COM O
      *           MOTIVO DE CADA RECUSA. O TIPO DA CARGA VEM NO HDR:
      *           NOVAS MATRICULAS (INCLUSAO) OU REMATRICULA DO ANO
      *           SEGUINTE (REGRAVACAO DE ALUNO JA EXISTENTE, GERADA
      *           PELO RSPRG019)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *                          EXECUCAO (ARQEXEC) NO TERMINO, PARA
      *                          O RESUMO DIARIO DE OPERACAO
      *                          (RSPRG013).
      *  V03    10/2026  080003  ARQCARGA PASSA A 60 BYTES COM CURSO,
      *                          SERIE E TURMA DO ALUNO (ACOMPANHA O
      *                          RSPRG002 V25). TIPO DA CARGA NO HDR
      *                          (N=NOVAS MATRICULAS, R=REMATRICULA):
      *                          NA REMATRICULA (ARQUIVO DO RSPRG019)
      *                          O ALUNO JA EXISTENTE E REGRAVADO E
      *                          JORNALIZADO COMO ALTERACAO (LOTE
      *                          REMATRICULA); ALUNO INEXISTENTE E
      *                          REJEITADO.
      *  V04    10/2026  080004  ARQCARGA PASSA A 69 BYTES COM SEXO
      *                          (M/F) E DATA DE NASCIMENTO
      *                          (AAAAMMDD) DO ALUNO, GUARDADOS NO
      *                          MESTRE (ACOMPANHA O RSPRG002 V26);
      *                          EM BRANCO MANTEM O QUE O MESTRE JA
      *                          TEM. JORNAL ARQJRNL COM 165 BYTES.
      *  V05    10/2026  080005  ARQCARGA PASSA A 70 BYTES COM A
      *                          SITUACAO DA MATRICULA (ACOMPANHA O
      *                          RSPRG002 V27): A INCLUSAO ENTRA
      *                          ATIVA NA DATA DA CARGA; NA
      *                          REMATRICULA, SITUACAO C ENCERRA A
      *                          MATRICULA DO CONCLUINTE SEM MEXER NO
      *                          RESTANTE DO MESTRE, E ALUNO COM
      *                          MATRICULA NAO ATIVA E REJEITADO.
      *                          MESTRE COM 108 BYTES E JORNAL
      *                          ARQJRNL COM 243 BYTES.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       FD  ARQCARGA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-CARGA         PIC X(70).
      *-----> ARQMEST - ARQUIVO MESTRE DE ALUNOS (VSAM KSDS, DD NO JCL)
       FD  ARQMEST
           LABEL RECORDS ARE STANDARD.
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
      *-----> ARQJRNL - JORNAL DE AUDITORIA DAS GRAVACOES NO ARQMEST
      *       (DD NO JCL): DATA/HORA, LOTE, OPERACAO E AS IMAGENS
      *       ANTERIOR E ATUAL DO REGISTRO DO MESTRE
       FD  ARQJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-JRNL          PIC X(243).
      *-----> ARQEXEC - CONTROLE DE EXECUCAO DA SUITE (DD NO JCL):
      *       UM REGISTRO POR EXECUCAO, LIDO PELO RSPRG013
       FD  ARQEXEC
           05  WS-CT-ACEITOS          PIC 9(06)      VALUE ZEROS.
           05  WS-CT-DUPLICADOS       PIC 9(06)      VALUE ZEROS.
           05  WS-CT-REJEITADOS       PIC 9(06)      VALUE ZEROS.
           05  WS-CT-CONCLUIDOS       PIC 9(06)      VALUE ZEROS.

      *-----> CONTROLE DOS REGISTROS DE CABECALHO E TRAILER DO
      *       ARQUIVO DE CARGA (MESMO ESTILO DO LOTE DA SYSIN)
           05  WS-QTDE-TRAILER        PIC 9(06)      VALUE ZEROS.
           05  WS-IND-LOTE-OK         PIC X(01)      VALUE 'N'.
               88  LOTE-CONCLUIDO-OK                 VALUE 'S'.
           05  WS-TIPO-CARGA          PIC X(01)      VALUE 'N'.
               88  CARGA-NOVAS-MATRIC                VALUE 'N'.
               88  CARGA-REMATRICULA                 VALUE 'R'.

      *-----> CONTROLE DOS ARQUIVOS
       01  WS-CRG-STATUS              PIC X(02)      VALUE '00'.
       01  WS-JRNL-STATUS             PIC X(02)      VALUE '00'.

      *-----> AREAS DE APOIO DO JORNAL: DATA/HORA DA EXECUCAO,
      *       OPERACAO APLICADA (I NA CARGA DE NOVAS MATRICULAS,
      *       A NA REMATRICULA) E IMAGEM DO
      *       REGISTRO DO MESTRE ANTES DA GRAVACAO
       01  WS-AREA-JORNAL.
           05  WS-DATA-CORRENTE       PIC 9(08)      VALUE ZEROS.
               10  WS-HORA-CORRENTE   PIC 9(06).
               10  FILLER             PIC X(02).
           05  WS-JRN-OPERACAO        PIC X(01)      VALUE SPACES.
           05  WS-IMAGEM-ANTERIOR     PIC X(108)     VALUE SPACES.

      *-----> REGISTRO DO JORNAL DE AUDITORIA (ARQJRNL)
       01  WS-REG-JRNL.
           05  WS-JRN-HORA            PIC 9(06).
           05  WS-JRN-LOTE            PIC X(12).
           05  WS-JRN-OPER            PIC X(01).
           05  WS-JRN-IMAGEM-ANT      PIC X(108).
           05  WS-JRN-IMAGEM-ATU      PIC X(108).

      *-----> CONTROLE DO ARQUIVO DE EXECUCOES (ARQEXEC)
       01  WS-EXEC-STATUS             PIC X(02)      VALUE '00'.

      *-----> REGISTRO DE DETALHE DO ARQUIVO DE CARGA: ALUNO A
      *       INCLUIR NO MESTRE (MESMOS CAMPOS DA TRANSACAO I DO
      *       RSPRG003, INCLUSIVE CURSO/SERIE/TURMA, SEXO E DATA DE
      *       NASCIMENTO AAAAMMDD) E A SITUACAO DA MATRICULA: BRANCO
      *       OU A = ATIVA; C = CONCLUSAO DO CURSO, SO NA REMATRICULA
       01  WS-REG-CARGA.
           05  WS-CRG-NUM         PIC 9(04).
           05  WS-CRG-NOM         PIC X(20).
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
               88  CRG-SIT-ATIVA             VALUE 'A' ' '.
               88  CRG-SIT-CONCLUSAO         VALUE 'C'.

      *-----> REDEFINICAO DO REGISTRO DE CARGA PARA OS REGISTROS DE
      *       CABECALHO (HDR) E TRAILER (TRL) DE CONTROLE DE LOTE.
      *       TIPO DA CARGA NO HDR: N OU BRANCO = NOVAS MATRICULAS,
      *       R = REMATRICULA
       01  WS-REG-CTRL-CARGA REDEFINES WS-REG-CARGA.
           05  WS-CTRL-IND        PIC X(03).
           05  WS-CTRL-QTDE       PIC 9(06).
           05  WS-CTRL-DATA       PIC 9(08).
           05  WS-CTRL-TIPO       PIC X(01).
           05  FILLER             PIC X(52).

      *-----> INDICADOR DE VALIDACAO DO REGISTRO DE CARGA LIDO
       01  WS-CRG-VALIDO              PIC X(01)      VALUE 'S'.
           IF   WS-CTRL-IND = 'HDR'
              MOVE WS-CTRL-QTDE  TO  WS-QTDE-ESPERADA
              MOVE 'S'           TO  WS-CABECALHO-LIDO
              IF   WS-CTRL-TIPO = 'R'
                 MOVE 'R'        TO  WS-TIPO-CARGA
              ELSE
                 IF   WS-CTRL-TIPO NOT = 'N' AND NOT = SPACE
                    DISPLAY ' * ERRO - TIPO DE CARGA INVALIDO NO HDR '
                       '(ESPERADO N OU R); CARGA REJEITADA *'
                    PERFORM 018-ABORTAR-SEM-CABECALHO
                 END-IF
              END-IF
           ELSE
              DISPLAY ' * ERRO - ARQCARGA SEM REGISTRO DE CABECALHO '
                 '(HDR) COMO PRIMEIRO REGISTRO; CARGA REJEITADA *'

           ACCEPT WS-DATA-CORRENTE   FROM DATE YYYYMMDD
           ACCEPT WS-HORA-CORRENTE-X FROM TIME
           IF   CARGA-REMATRICULA
              MOVE 'REMATRICULA'   TO  WS-JRN-LOTE
           ELSE
              MOVE 'CARGA MATRIC'  TO  WS-JRN-LOTE
           END-IF

           OPEN EXTEND ARQJRNL
           IF   WS-JRNL-STATUS NOT = '00' AND NOT = '05'
              MOVE 'N'  TO  WS-CRG-VALIDO
              MOVE 'SITUACAO INVALIDA (ESPERADO A, R OU F)'
                        TO  WS-CRG-MOTIVO
              GO TO 026-VALIDAR-CARGA-EXIT
           END-IF

           IF   WS-CRG-SERIE NOT = SPACE
            AND (WS-CRG-SERIE < '1' OR WS-CRG-SERIE > '9')
              MOVE 'N'  TO  WS-CRG-VALIDO
              MOVE 'SERIE INVALIDA (ESPERADO 1 A 9)'
                        TO  WS-CRG-MOTIVO
              GO TO 026-VALIDAR-CARGA-EXIT
           END-IF

           IF   WS-CRG-SEXO NOT = SPACE
            AND WS-CRG-SEXO NOT = 'M'
            AND WS-CRG-SEXO NOT = 'F'
              MOVE 'N'  TO  WS-CRG-VALIDO
              MOVE 'SEXO INVALIDO (ESPERADO M OU F)'
                        TO  WS-CRG-MOTIVO
              GO TO 026-VALIDAR-CARGA-EXIT
           END-IF

           IF   WS-CRG-DATA-NASC NOT = SPACES
              IF   WS-CRG-DATA-NASC NOT NUMERIC
               OR  WS-CRG-NASC-ANO < 1900
               OR  WS-CRG-NASC-MES < 01 OR WS-CRG-NASC-MES > 12
               OR  WS-CRG-NASC-DIA < 01 OR WS-CRG-NASC-DIA > 31
                 MOVE 'N'  TO  WS-CRG-VALIDO
                 MOVE 'DATA DE NASCIMENTO INVALIDA (AAAAMMDD)'
                           TO  WS-CRG-MOTIVO
                 GO TO 026-VALIDAR-CARGA-EXIT
              END-IF
           END-IF

           IF   NOT CRG-SIT-ATIVA
            AND NOT (CRG-SIT-CONCLUSAO AND CARGA-REMATRICULA)
              MOVE 'N'  TO  WS-CRG-VALIDO
              MOVE 'SITUACAO DA MATRICULA INVALIDA'
                        TO  WS-CRG-MOTIVO
           END-IF
           .
       026-VALIDAR-CARGA-EXIT.
              GO TO 030-PROCESSAR-EXIT
           END-IF

           IF   CARGA-REMATRICULA
              PERFORM 032-REMATRICULAR-MESTRE THRU
                 032-REMATRICULAR-MESTRE-EXIT
           ELSE
              PERFORM 031-INCLUIR-MESTRE
           END-IF

           PERFORM 025-LER-CARGA THRU 025-LER-CARGA-EXIT
           .
           MOVE WS-CRG-NOT4     TO  WS-MEST-NOT4
           MOVE WS-CRG-MEDIA    TO  WS-MEST-MEDIA
           MOVE WS-CRG-SITUACAO TO  WS-MEST-SITUACAO
           MOVE SPACE           TO  WS-MEST-SEXO
           MOVE ZEROS           TO  WS-MEST-DATA-NASC
           MOVE 'A'             TO  WS-MEST-SIT-MAT
           MOVE WS-DATA-CORRENTE  TO  WS-MEST-DATA-SIT
           MOVE SPACES          TO  WS-MEST-MOTIVO-SIT
           PERFORM 035-MONTAR-MATRICULA

           WRITE WS-REG-MESTRE
           EVALUATE WS-MEST-STATUS
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    REMATRICULA: REGRAVA O ALUNO JA EXISTENTE NO MESTRE COM
      *    OS DADOS DO NOVO ANO (NOTAS ZERADAS, RESULTADO DO ANO
      *    ANTERIOR, CURSO/SERIE/TURMA) E JORNALIZA COMO ALTERACAO;
      *    ALUNO INEXISTENTE (FILE STATUS 23) E REJEITADO - A
      *    REMATRICULA NUNCA INCLUI ALUNO NOVO. SO ALUNO COM
      *    MATRICULA ATIVA E REMATRICULADO; O CONCLUINTE (SITUACAO
      *    C NA CARGA) SO TEM A MATRICULA ENCERRADA COMO CONCLUIDA
      *--------------------------------------------------------------*
       032-REMATRICULAR-MESTRE.

           MOVE WS-CRG-NUM  TO  WS-MEST-NUM
           READ ARQMEST
           IF   WS-MEST-STATUS = '00'
            AND NOT MEST-ATIVO
              MOVE SPACES  TO  WS-CRG-MOTIVO
              STRING 'MATRICULA NAO ATIVA (SITUACAO '
                 WS-MEST-SIT-MAT ')' DELIMITED BY SIZE
                 INTO WS-CRG-MOTIVO
              PERFORM 036-LISTAR-REJEITADO
              GO TO 032-REMATRICULAR-MESTRE-EXIT
           END-IF
           IF   WS-MEST-STATUS = '00'
            AND CRG-SIT-CONCLUSAO
              PERFORM 0321-CONCLUIR-MATRICULA
              GO TO 032-REMATRICULAR-MESTRE-EXIT
           END-IF
           EVALUATE WS-MEST-STATUS
              WHEN '00'
                 MOVE WS-REG-MESTRE   TO  WS-IMAGEM-ANTERIOR
                 MOVE 'A'             TO  WS-JRN-OPERACAO
                 MOVE WS-CRG-NOM      TO  WS-MEST-NOM
                 MOVE WS-CRG-NOT1     TO  WS-MEST-NOT1
                 MOVE WS-CRG-NOT2     TO  WS-MEST-NOT2
                 MOVE WS-CRG-NOT3     TO  WS-MEST-NOT3
                 MOVE WS-CRG-NOT4     TO  WS-MEST-NOT4
                 MOVE WS-CRG-MEDIA    TO  WS-MEST-MEDIA
                 MOVE WS-CRG-SITUACAO TO  WS-MEST-SITUACAO
                 PERFORM 035-MONTAR-MATRICULA
                 REWRITE WS-REG-MESTRE
                 IF   WS-MEST-STATUS = '00'
                    PERFORM 039-GRAVAR-JORNAL
                    PERFORM 034-LISTAR-ACEITO
                 ELSE
                    MOVE SPACES  TO  WS-CRG-MOTIVO
                    STRING 'ERRO DE REGRAVACAO NO MESTRE - FS '
                       WS-MEST-STATUS DELIMITED BY SIZE
                       INTO WS-CRG-MOTIVO
                    PERFORM 036-LISTAR-REJEITADO
                 END-IF
              WHEN '23'
                 MOVE 'ALUNO NAO ENCONTRADO NO MESTRE'
                           TO  WS-CRG-MOTIVO
                 PERFORM 036-LISTAR-REJEITADO
              WHEN OTHER
                 MOVE SPACES  TO  WS-CRG-MOTIVO
                 STRING 'ERRO DE LEITURA NO MESTRE - FS '
                    WS-MEST-STATUS DELIMITED BY SIZE
                    INTO WS-CRG-MOTIVO
                 PERFORM 036-LISTAR-REJEITADO
           END-EVALUATE
           .
       032-REMATRICULAR-MESTRE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    CONCLUSAO DO CURSO: ENCERRA A MATRICULA DO ALUNO COMO
      *    CONCLUIDA NA DATA DA CARGA, SEM MEXER NOS DEMAIS DADOS DO
      *    MESTRE, E JORNALIZA COMO ALTERACAO
      *--------------------------------------------------------------*
       0321-CONCLUIR-MATRICULA.

           MOVE WS-REG-MESTRE     TO  WS-IMAGEM-ANTERIOR
           MOVE 'A'               TO  WS-JRN-OPERACAO
           MOVE 'C'               TO  WS-MEST-SIT-MAT
           MOVE WS-DATA-CORRENTE  TO  WS-MEST-DATA-SIT
           MOVE 'CONCLUSAO DO CURSO'  TO  WS-MEST-MOTIVO-SIT
           REWRITE WS-REG-MESTRE
           IF   WS-MEST-STATUS = '00'
              ADD  1  TO  WS-CT-CONCLUIDOS
              PERFORM 039-GRAVAR-JORNAL
              PERFORM 034-LISTAR-ACEITO
           ELSE
              MOVE SPACES  TO  WS-CRG-MOTIVO
              STRING 'ERRO DE REGRAVACAO NO MESTRE - FS '
                 WS-MEST-STATUS DELIMITED BY SIZE
                 INTO WS-CRG-MOTIVO
              PERFORM 036-LISTAR-REJEITADO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CURSO, SERIE E TURMA DA MATRICULA (SERIE EM BRANCO FICA
      *    ZERADA); SEXO E DATA DE NASCIMENTO EM BRANCO MANTEM O QUE
      *    O MESTRE JA TEM
      *--------------------------------------------------------------*
       035-MONTAR-MATRICULA.

           MOVE WS-CRG-CUR      TO  WS-MEST-CUR
           IF   WS-CRG-SERIE = SPACE
              MOVE ZEROS        TO  WS-MEST-SERIE
           ELSE
              MOVE WS-CRG-SERIE TO  WS-MEST-SERIE
           END-IF
           MOVE WS-CRG-TURMA    TO  WS-MEST-TURMA
           IF   WS-CRG-SEXO NOT = SPACE
              MOVE WS-CRG-SEXO  TO  WS-MEST-SEXO
           END-IF
           IF   WS-CRG-DATA-NASC NOT = SPACES
              MOVE WS-CRG-DATA-NASC  TO  WS-MEST-DATA-NASC
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGISTRA NO JORNAL DE AUDITORIA (ARQJRNL) A INCLUSAO OU
      *    REMATRICULA RECEM-APLICADA AO MESTRE
      *--------------------------------------------------------------*
       039-GRAVAR-JORNAL.

           WRITE WS-LINHA-JRNL FROM WS-REG-JRNL
           .
      *--------------------------------------------------------------*
      *    LISTA UM ALUNO ACEITO (INCLUIDO OU REMATRICULADO NO
      *    MESTRE) NA RELCARGA
      *--------------------------------------------------------------*
       034-LISTAR-ACEITO.

           ADD  1            TO  WS-CT-ACEITOS
           IF   CARGA-REMATRICULA
              IF   CRG-SIT-CONCLUSAO
                 MOVE 'CONCLUIDO '  TO  WS-DET-RESULT
              ELSE
                 MOVE 'REMATRIC. '  TO  WS-DET-RESULT
              END-IF
           ELSE
              MOVE 'ACEITO    '  TO  WS-DET-RESULT
           END-IF
           MOVE SPACES       TO  WS-DET-MOTIVO
           PERFORM 037-LISTAR-REGISTRO
           .
           STRING ' * REGISTROS LIDOS - ARQCARGA  = '
              WS-CT-LIDOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           IF   CARGA-REMATRICULA
              DISPLAY ' * ALUNOS REMATRICULADOS       = '
                 WS-CT-ACEITOS
              STRING ' * ALUNOS REMATRICULADOS       = '
                 WS-CT-ACEITOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           ELSE
              DISPLAY ' * ALUNOS ACEITOS (INCLUIDOS)  = '
                 WS-CT-ACEITOS
              STRING ' * ALUNOS ACEITOS (INCLUIDOS)  = '
                 WS-CT-ACEITOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           END-IF
           PERFORM 097-IMPRIMIR-RESUMO
           IF   CARGA-REMATRICULA
              DISPLAY ' * CONCLUINTES (MATRIC. ENCERR)= '
                 WS-CT-CONCLUIDOS
              STRING ' * CONCLUINTES (MATRIC. ENCERR)= '
                 WS-CT-CONCLUIDOS DELIMITED BY SIZE
                 INTO WS-LINHA-RESUMO
              PERFORM 097-IMPRIMIR-RESUMO
           END-IF
           DISPLAY ' * ALUNOS DUPLICADOS           = ' WS-CT-DUPLICADOS
           STRING ' * ALUNOS DUPLICADOS           = '
              WS-CT-DUPLICADOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
