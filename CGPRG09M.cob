      *           OS PROMOVIDOS E RETIDOS. ALUNO COM BIMESTRE
      *           FALTANDO NO HISTORICO NAO E FECHADO: E RELACIONADO
      *           COMO INCOMPLETO, SEM RESULTADO GRAVADO, E O JOB
      *           TERMINA COM RC 8 PARA BARRAR A PUBLICACAO. ALUNO
      *           TRANSFERIDO, COM MATRICULA TRANCADA OU QUE
      *           ABANDONOU O CURSO (SITUACAO DA MATRICULA NO ARQMEST,
      *           COM DATA EFETIVA ATE O ANO EM FECHAMENTO) E FECHADO
      *           COM O RESULTADO DA SAIDA (T, M OU B) E A MEDIA DOS
      *           BIMESTRES QUE CURSOU, SEM SER TIDO COMO INCOMPLETO.
      *           FECHAMENTO SEM INCOMPLETOS NEM ERRO DE GRAVACAO
      *           BAIXA DO ARQREFC AS MARCAS DE REFECHAMENTO DO ANO
      *           (GRAVADAS PELO RSPRG018), JA ATENDIDAS PELO NOVO
      *           RESULTADO ANUAL
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *                          GRAVADO TAMBEM NOS CANCELAMENTOS
      *                          (RC 16), PARA A OPERACAO VER O
      *                          ABEND NO RESUMO DIARIO.
      *  V06    10/2026  060006  SITUACAO DA MATRICULA (ARQMEST, 108
      *                          BYTES): ALUNO TRANSFERIDO, TRANCADO
      *                          OU QUE ABANDONOU NO ANO E FECHADO COM
      *                          O RESULTADO T, M OU B E A MEDIA DOS
      *                          BIMESTRES CURSADOS, EM VEZ DE FICAR
      *                          INCOMPLETO. MESTRE INDISPONIVEL
      *                          CANCELA O FECHAMENTO (RC 16).
      *  V07    10/2026  060007  BAIXA DAS MARCAS DE REFECHAMENTO DO
      *                          ANO (ARQREFC, GRAVADAS PELO RSPRG018)
      *                          APOS FECHAMENTO SEM INCOMPLETOS NEM
      *                          ERRO DE GRAVACAO; AS DEMAIS MARCAS
      *                          SAO PRESERVADAS.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WS-HIST-CHAVE
               FILE STATUS  IS WS-HIST-STATUS.
           SELECT ARQMEST   ASSIGN TO ARQMEST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WS-MEST-NUM
               FILE STATUS  IS WS-MEST-STATUS.
           SELECT ARQPARM   ASSIGN TO ARQPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-PARM-STATUS.
           SELECT ARQREFC   ASSIGN TO ARQREFC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-REFC-STATUS.
           SELECT ARQEXEC   ASSIGN TO ARQEXEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXEC-STATUS.
           05  WS-HIST-NOT4       PIC S9(02)V99.
           05  WS-HIST-MEDIA      PIC S9(02)V99.
           05  WS-HIST-SITUACAO   PIC X(01).
      *-----> ARQMEST - ARQUIVO MESTRE DE ALUNOS (VSAM KSDS, DD NO JCL);
      *       DELE O FECHAMENTO USA SOMENTE A SITUACAO DA MATRICULA
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
      *-----> ARQPARM - PARAMETROS DE EXECUCAO (DD NO JCL); DESTE
      *       DATASET O FECHAMENTO USA SOMENTE A MEDIA DE APROVACAO
       FD  ARQPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-PARM          PIC X(19).
      *-----> ARQREFC - RESULTADOS ANUAIS (BIMESTRE 9) A REFECHAR,
      *       MARCADOS PELO RSPRG018 (DD NO JCL); AS MARCAS DO ANO
      *       FECHADO SAO BAIXADAS NO TERMINO
       FD  ARQREFC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-REFC          PIC X(20).
      *-----> ARQEXEC - CONTROLE DE EXECUCAO DA SUITE (DD NO JCL):
      *       UM REGISTRO POR EXECUCAO, LIDO PELO RSPRG013
       FD  ARQEXEC
           05  WS-CT-RETIDOS          PIC 9(06)      VALUE ZEROS.
           05  WS-CT-RET-FALTA        PIC 9(06)      VALUE ZEROS.
           05  WS-CT-INCOMPLETOS      PIC 9(06)      VALUE ZEROS.
           05  WS-CT-SAIDAS           PIC 9(06)      VALUE ZEROS.
           05  WS-CT-GRAVADOS         PIC 9(06)      VALUE ZEROS.
           05  WS-CT-REFC-BAIXADOS    PIC 9(06)      VALUE ZEROS.
           05  WS-SOMA-MEDIAS         PIC S9(04)V99  VALUE ZEROS.
           05  WS-MEDIA-ANUAL         PIC S9(02)V99  VALUE ZEROS.

      *-----> CONTROLE DO ARQUIVO DE HISTORICO ESCOLAR (ARQHIST)
       01  WS-HIST-STATUS             PIC X(02)      VALUE '00'.

      *-----> CONTROLE DO ARQUIVO MESTRE DE ALUNOS (ARQMEST)
       01  WS-MEST-STATUS             PIC X(02)      VALUE '00'.

      *-----> CONTROLE DO DATASET DE PARAMETROS (ARQPARM)
       01  WS-PARM-STATUS             PIC X(02)      VALUE '00'.

      *-----> CONTROLE DO ARQUIVO DE EXECUCOES (ARQEXEC)
       01  WS-EXEC-STATUS             PIC X(02)      VALUE '00'.

      *-----> CONTROLE DOS RESULTADOS A REFECHAR (ARQREFC)
       01  WS-REFC-STATUS             PIC X(02)      VALUE '00'.
       01  WS-FIM-REFC                PIC X(01)      VALUE 'N'.
       01  WS-IND-EXCESSO-REFC        PIC X(01)      VALUE 'N'.
           88  REFC-EXCEDIDO                         VALUE 'S'.

      *-----> REGISTRO DE RESULTADO ANUAL A REFECHAR (ARQREFC), NO
      *       LAYOUT GRAVADO PELO RSPRG018
       01  WS-REG-REFC.
           05  WS-RFC-NUM             PIC 9(04).
           05  WS-RFC-ANO             PIC 9(04).
           05  WS-RFC-DIS             PIC X(03).
           05  WS-RFC-BIM             PIC 9(01).
           05  WS-RFC-DATA            PIC 9(08).

      *-----> MARCAS DE OUTROS ANOS, PRESERVADAS NA REGRAVACAO DO
      *       ARQREFC. EXCEDER O LIMITE DEIXA O ARQREFC INTACTO
       01  WS-TAB-REFC.
           05  WS-TRF-REG OCCURS 2000 TIMES
                                      PIC X(20).
       77  WS-QTD-REFC                PIC 9(04) COMP VALUE ZEROS.
       77  WS-LIM-REFC                PIC 9(04) COMP VALUE 2000.
       77  WS-IX-REFC                 PIC 9(04) COMP VALUE ZEROS.

      *-----> DATA/HORA DA EXECUCAO, PARA O REGISTRO DO ARQEXEC
       01  WS-AREA-EXECUCAO.
           05  WS-DATA-CORRENTE       PIC 9(08)      VALUE ZEROS.
           88  ANUAL-APROVADO                        VALUE 'A'.
           88  ANUAL-REPROVADO                       VALUE 'R'.
           88  ANUAL-REPROV-FALTA                    VALUE 'F'.
           88  ANUAL-TRANSFERIDO                     VALUE 'T'.
           88  ANUAL-TRANCADO                        VALUE 'M'.
           88  ANUAL-ABANDONO                        VALUE 'B'.

      *-----> SAIDA DO ALUNO EM CONSOLIDACAO, CONFORME A SITUACAO DA
      *       MATRICULA NO ARQMEST (T, M OU B); EM BRANCO O ALUNO E
      *       FECHADO PELAS NOTAS. O ANO DA DATA EFETIVA DECIDE SE A
      *       SAIDA PERTENCE AO ANO EM FECHAMENTO
       01  WS-SIT-SAIDA               PIC X(01)      VALUE SPACES.
       77  WS-ANO-SAIDA               PIC 9(04)      VALUE ZEROS.
       77  WS-QTD-CURSADOS            PIC 9(01)      VALUE ZEROS.

      *-----> INDICADOR DE ALUNO COM BIMESTRE FALTANDO (1 A 4)
       01  WS-IND-INCOMPLETO          PIC X(01)      VALUE 'N'.
           PERFORM 012-LER-PARAMETROS
           PERFORM 017-LER-CARTAO
           PERFORM 015-ABRIR-HISTORICO
           PERFORM 016-ABRIR-MESTRE
           PERFORM 025-LER-HISTORICO THRU 025-LER-HISTORICO-EXIT
           .
      *--------------------------------------------------------------*
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE O MESTRE DE ALUNOS PARA CONSULTA DA SITUACAO DA
      *    MATRICULA; MESTRE INDISPONIVEL CANCELA O FECHAMENTO (RC
      *    16), POIS SEM ELE O ALUNO QUE SAIU SERIA DADO COMO
      *    INCOMPLETO
      *--------------------------------------------------------------*
       016-ABRIR-MESTRE.

           OPEN INPUT ARQMEST
           IF   WS-MEST-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQMEST NAO DISPONIVEL PARA '
                 'LEITURA - FS ' WS-MEST-STATUS ' *'
              CLOSE ARQHIST
              PERFORM 018-ABORTAR-CONTROLE
           END-IF
           .
      *--------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DO HISTORICO, EM ORDEM DE CHAVE
      *    (ALUNO+ANO+BIMESTRE)
      *--------------------------------------------------------------*
                 '15 DISCIPLINAS NO ANO; FECHAMENTO CANCELADO *'
              CLOSE RELFECH
              CLOSE ARQHIST
              CLOSE ARQMEST
              MOVE 16  TO  RETURN-CODE
              PERFORM 098-GRAVAR-EXECUCAO
              STOP RUN
           END-IF

           ADD 1  TO  WS-CT-ALUNOS
           PERFORM 057-VERIFICAR-SAIDA

           PERFORM 056-FECHAR-DISCIPLINA THRU
              056-FECHAR-DISCIPLINA-EXIT
       050-FECHAR-ALUNO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    CONSULTA NO MESTRE A SITUACAO DA MATRICULA DO ALUNO:
      *    TRANSFERIDO, TRANCADO OU QUE ABANDONOU COM DATA EFETIVA
      *    ATE O ANO EM FECHAMENTO E FECHADO PELA SAIDA. ALUNO FORA
      *    DO MESTRE, ATIVO OU CONCLUIDO E FECHADO PELAS NOTAS
      *--------------------------------------------------------------*
       057-VERIFICAR-SAIDA.

           MOVE SPACES      TO  WS-SIT-SAIDA
           MOVE WS-ALU-NUM  TO  WS-MEST-NUM
           READ ARQMEST
           IF   WS-MEST-STATUS = '00'
            AND (MEST-TRANSFERIDO OR MEST-TRANCADO OR MEST-ABANDONO)
            AND WS-MEST-DATA-SIT NUMERIC
              DIVIDE WS-MEST-DATA-SIT BY 10000 GIVING WS-ANO-SAIDA
              IF   WS-ANO-SAIDA NOT > WS-ANO-FECHAMENTO
                 MOVE WS-MEST-SIT-MAT  TO  WS-SIT-SAIDA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHA UMA DISCIPLINA DO ALUNO: EXIGE OS QUATRO BIMESTRES
      *    NO HISTORICO (SENAO RELACIONA COMO INCOMPLETA, SEM
      *    GRAVAR), APURA A MEDIA ANUAL E A SITUACAO FINAL - A
      *--------------------------------------------------------------*
       056-FECHAR-DISCIPLINA.

           IF   WS-SIT-SAIDA NOT = SPACES
              PERFORM 058-APURAR-SAIDA
              PERFORM 053-GRAVAR-RESULTADO
              PERFORM 054-LISTAR-RESULTADO
              GO TO 056-FECHAR-DISCIPLINA-EXIT
           END-IF

           PERFORM 051-VERIFICAR-COMPLETO
           IF   ALUNO-INCOMPLETO
              ADD 1  TO  WS-CT-INCOMPLETOS
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    APURA O RESULTADO DO ALUNO QUE SAIU NO ANO: A SITUACAO E A
      *    DA SAIDA (T, M OU B) E A MEDIA E A DOS BIMESTRES (1 A 4)
      *    QUE CONSTAM NO HISTORICO; SEM NENHUM, A MEDIA FICA ZERADA
      *--------------------------------------------------------------*
       058-APURAR-SAIDA.

           MOVE ZEROS  TO  WS-SOMA-MEDIAS
           MOVE ZEROS  TO  WS-QTD-CURSADOS
           MOVE ZEROS  TO  WS-MEDIA-ANUAL
           PERFORM 0581-SOMAR-BIMESTRE
              VARYING WS-IX-BIM FROM 1 BY 1
              UNTIL WS-IX-BIM > 4
           IF   WS-QTD-CURSADOS > ZEROS
              COMPUTE WS-MEDIA-ANUAL = WS-SOMA-MEDIAS / WS-QTD-CURSADOS
           END-IF

           MOVE WS-SIT-SAIDA  TO  WS-SITUACAO-ANUAL
           ADD 1  TO  WS-CT-SAIDAS
           .
       0581-SOMAR-BIMESTRE.

           IF   WS-AD-PRESENTE (WS-IX-DIS WS-IX-BIM) = 'S'
              ADD  1  TO  WS-QTD-CURSADOS
              ADD  WS-AD-MEDIA (WS-IX-DIS WS-IX-BIM)  TO  WS-SOMA-MEDIAS
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA O RESULTADO OFICIAL DO ANO NO ARQHIST, SOB O
      *    BIMESTRE RESERVADO 9: AS QUATRO NOTAS DO REGISTRO
      *    RECEBEM AS MEDIAS DOS QUATRO BIMESTRES. REGRAVA EM FILE
                 MOVE 'APROVADO'            TO  WS-DET-RESULT
              WHEN ANUAL-REPROV-FALTA
                 MOVE 'RETIDO POR FALTA'    TO  WS-DET-RESULT
              WHEN ANUAL-TRANSFERIDO
                 MOVE 'TRANSFERIDO'         TO  WS-DET-RESULT
              WHEN ANUAL-TRANCADO
                 MOVE 'MATRICULA TRANCADA'  TO  WS-DET-RESULT
              WHEN ANUAL-ABANDONO
                 MOVE 'ABANDONO'            TO  WS-DET-RESULT
              WHEN OTHER
                 MOVE 'RETIDO'              TO  WS-DET-RESULT
           END-EVALUATE
           MOVE  SPACES            TO    WS-LINHA-RESUMO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS: FECHA O ULTIMO ALUNO ACUMULADO,
      *    BAIXA AS MARCAS DE REFECHAMENTO DO ANO SE O FECHAMENTO
      *    FOI COMPLETO E IMPRIME OS TOTAIS DE CONTROLE. ALUNO
      *    INCOMPLETO DEIXA O JOB COM RC 8, PARA BARRAR A
      *    PUBLICACAO DO FECHAMENTO
      *--------------------------------------------------------------*
       090-TERMINAR.

           PERFORM 050-FECHAR-ALUNO THRU 050-FECHAR-ALUNO-EXIT
           IF   WS-CT-INCOMPLETOS = ZEROS
            AND RETURN-CODE < 8
              PERFORM 080-BAIXAR-REFECHAMENTO
                 THRU 080-BAIXAR-REFECHAMENTO-EXIT
           END-IF

           WRITE WS-LINHA-RELFECH FROM SPACES
           DISPLAY ' *========================================*'
           STRING ' * RETENCOES POR FALTA         = '
              WS-CT-RET-FALTA DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * SAIDAS (TRANSF/TRANC/ABAND) = ' WS-CT-SAIDAS
           STRING ' * SAIDAS (TRANSF/TRANC/ABAND) = '
              WS-CT-SAIDAS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * NAO FECHADOS (INCOMPLETOS)  = '
              WS-CT-INCOMPLETOS
           STRING ' * NAO FECHADOS (INCOMPLETOS)  = '
           STRING ' * RESULTADOS GRAVADOS (BIM 9) = '
              WS-CT-GRAVADOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * REFECHAMENTOS BAIXADOS      = '
              WS-CT-REFC-BAIXADOS
           STRING ' * REFECHAMENTOS BAIXADOS      = '
              WS-CT-REFC-BAIXADOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO

           IF   WS-CT-INCOMPLETOS > ZEROS
              DISPLAY ' * ATENCAO - FECHAMENTO COM ALUNO(S) DE '

           CLOSE RELFECH
           CLOSE ARQHIST
           CLOSE ARQMEST
           .
      *--------------------------------------------------------------*
      *    BAIXA DO ARQREFC AS MARCAS DE REFECHAMENTO DO ANO FECHADO,
      *    JA ATENDIDAS PELO RESULTADO ANUAL RECEM-GRAVADO: LE TODO
      *    O ARQUIVO, GUARDA AS MARCAS DE OUTROS ANOS E O REGRAVA SO
      *    COM ELAS. ARQREFC AUSENTE OU VAZIO NAO TEM O QUE BAIXAR;
      *    MARCAS ALEM DO LIMITE DA TABELA DEIXAM O ARQUIVO INTACTO
      *    E O JOB COM RC 4 (BAIXA MANUAL PELA OPERACAO)
      *--------------------------------------------------------------*
       080-BAIXAR-REFECHAMENTO.

           OPEN INPUT ARQREFC
           IF   WS-REFC-STATUS NOT = '00'
              GO TO 080-BAIXAR-REFECHAMENTO-EXIT
           END-IF
           MOVE 'N'    TO  WS-FIM-REFC
           MOVE ZEROS  TO  WS-QTD-REFC
           PERFORM 081-LER-REFC THRU 081-LER-REFC-EXIT
              UNTIL WS-FIM-REFC = 'S'
           CLOSE ARQREFC

           IF   REFC-EXCEDIDO
              DISPLAY ' * ATENCAO - ARQREFC COM MAIS DE ' WS-LIM-REFC
                 ' MARCAS DE OUTROS ANOS; MARCAS DO ANO '
                 WS-ANO-FECHAMENTO ' NAO BAIXADAS *'
              MOVE ZEROS  TO  WS-CT-REFC-BAIXADOS
              MOVE 4      TO  RETURN-CODE
              GO TO 080-BAIXAR-REFECHAMENTO-EXIT
           END-IF
           IF   WS-CT-REFC-BAIXADOS = ZEROS
              GO TO 080-BAIXAR-REFECHAMENTO-EXIT
           END-IF

           OPEN OUTPUT ARQREFC
           PERFORM 082-REGRAVAR-REFC
              VARYING WS-IX-REFC FROM 1 BY 1
              UNTIL WS-IX-REFC > WS-QTD-REFC
           CLOSE ARQREFC
           .
       080-BAIXAR-REFECHAMENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    LE A PROXIMA MARCA DO ARQREFC: A DO ANO FECHADO E
      *    CONTADA COMO BAIXADA, A DE OUTRO ANO E GUARDADA
      *--------------------------------------------------------------*
       081-LER-REFC.

           READ ARQREFC INTO WS-REG-REFC
              AT END
                 MOVE 'S'  TO  WS-FIM-REFC
                 GO TO 081-LER-REFC-EXIT
           END-READ

           IF   WS-RFC-ANO = WS-ANO-FECHAMENTO
              ADD 1  TO  WS-CT-REFC-BAIXADOS
              GO TO 081-LER-REFC-EXIT
           END-IF
           IF   WS-QTD-REFC NOT < WS-LIM-REFC
              MOVE 'S'  TO  WS-IND-EXCESSO-REFC
              MOVE 'S'  TO  WS-FIM-REFC
              GO TO 081-LER-REFC-EXIT
           END-IF
           ADD  1            TO  WS-QTD-REFC
           MOVE WS-REG-REFC  TO  WS-TRF-REG (WS-QTD-REFC)
           .
       081-LER-REFC-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    REGRAVA NO ARQREFC UMA MARCA PRESERVADA
      *--------------------------------------------------------------*
       082-REGRAVAR-REFC.

           WRITE WS-LINHA-REFC  FROM  WS-TRF-REG (WS-IX-REFC)
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO DE CONTROLE DESTA EXECUCAO NO ARQEXEC
