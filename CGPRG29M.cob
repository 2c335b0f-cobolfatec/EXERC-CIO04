       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   RSPRG027.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: CONFERENCIA DA AUTENTICIDADE DOS DOCUMENTOS
      *           OFICIAIS EMITIDOS PELO RSPRG026. PARA CADA NUMERO
      *           DE AUTENTICACAO INFORMADO NA SYSIN (NO FORMATO
      *           IMPRESSO AAAA.NNNNNN-D OU COM OS 11 DIGITOS
      *           SEGUIDOS), CONFERE O DIGITO VERIFICADOR E
      *           PROCURA O DOCUMENTO NO REGISTRO (ARQDOCS). LISTA
      *           NO RELAUTE SE O NUMERO E GENUINO E O QUE O
      *           DOCUMENTO CERTIFICOU (TIPO, ALUNO, ANO, DATA DA
      *           EMISSAO, REQUERENTE, FINALIDADE, CURSO, SERIE E
      *           TURMA E, NA DECLARACAO DE FREQUENCIA, O PERCENTUAL
      *           DECLARADO) OU POR QUE NAO CONFERE
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    10/2026  260001  PROGRAMA DE CONFERENCIA DA
      *                          AUTENTICIDADE DOS DOCUMENTOS
      *                          OFICIAIS (ARQDOCS) CRIADO.
      *  V02    10/2026  260002  NUMERO GENUINO LISTA TAMBEM O CURSO,
      *                          A SERIE E A TURMA DO DOCUMENTO E, NA
      *                          DECLARACAO DE FREQUENCIA, O
      *                          PERCENTUAL DECLARADO (ARQDOCS).
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
           SELECT RELAUTE   ASSIGN TO RELAUTE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQDOCS   ASSIGN TO ARQDOCS
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WS-DOC-NUM-AUT
               FILE STATUS  IS WS-DOCS-STATUS.
           SELECT ARQEXEC   ASSIGN TO ARQEXEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXEC-STATUS.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *-----> RELAUTE - RESULTADO DA CONFERENCIA DAS AUTENTICACOES
       FD  RELAUTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-RELAUTE      PIC X(132).
      *-----> ARQDOCS - REGISTRO DOS DOCUMENTOS EMITIDOS (VSAM KSDS,
      *       DD NO JCL), GRAVADO PELO RSPRG026. CHAVE = NUMERO DE
      *       AUTENTICACAO; O REGISTRO DE CHAVE ZERADA E O CONTROLE
       FD  ARQDOCS
           LABEL RECORDS ARE STANDARD.
       01  WS-REG-DOCS.
           05  WS-DOC-NUM-AUT     PIC 9(11).
           05  WS-DOC-DATA-EMIS   PIC 9(08).
           05  WS-DOC-HORA-EMIS   PIC 9(06).
           05  WS-DOC-TIPO        PIC X(01).
               88  DOC-MATRICULA             VALUE 'M'.
               88  DOC-FREQUENCIA            VALUE 'F'.
               88  DOC-CONCLUSAO             VALUE 'C'.
           05  WS-DOC-ANO-REF     PIC 9(04).
           05  WS-DOC-NUM         PIC 9(04).
           05  WS-DOC-NOM         PIC X(20).
           05  WS-DOC-CUR         PIC X(12).
           05  WS-DOC-SERIE       PIC 9(01).
           05  WS-DOC-TURMA       PIC X(02).
           05  WS-DOC-FREQ        PIC 9(03).
           05  WS-DOC-REQUERENTE  PIC X(30).
           05  WS-DOC-FINALIDADE  PIC X(30).
           05  WS-DOC-SITUACAO    PIC X(01).
               88  DOC-VALIDO                VALUE 'V'.
      *-----> ARQEXEC - CONTROLE DE EXECUCAO DA SUITE (DD NO JCL):
      *       UM REGISTRO POR EXECUCAO, LIDO PELO RSPRG013
       FD  ARQEXEC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-LINHA-EXEC          PIC X(48).
      *
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADAS NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05  WS-FIM                 PIC 9(01)      VALUE ZEROS.
           05  WS-CT-LIDAS            PIC 9(06)      VALUE ZEROS.
           05  WS-CT-GENUINOS         PIC 9(06)      VALUE ZEROS.
           05  WS-CT-NAO-CONFEREM     PIC 9(06)      VALUE ZEROS.

      *-----> CONTROLE DO REGISTRO DE DOCUMENTOS (ARQDOCS)
       01  WS-DOCS-STATUS             PIC X(02)      VALUE '00'.

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

      *-----> ENTRADA - NUMEROS DE AUTENTICACAO A CONFERIR (SYSIN),
      *       UM POR CARTAO, NO FORMATO IMPRESSO (AAAA.NNNNNN-D) OU
      *       COM OS 11 DIGITOS SEGUIDOS; O DECK TERMINA COM UM
      *       CARTAO TODO '9'
       01  WS-REG-CONSULTA.
           05  WS-CON-NUMERO          PIC X(13).
           05  WS-CON-IMPRESSO REDEFINES WS-CON-NUMERO.
               10  WS-CIM-ANO         PIC X(04).
               10  WS-CIM-PONTO       PIC X(01).
               10  WS-CIM-SEQ         PIC X(06).
               10  WS-CIM-HIFEN       PIC X(01).
               10  WS-CIM-DV          PIC X(01).
           05  WS-CON-DIGITOS REDEFINES WS-CON-NUMERO.
               10  WS-CDG-NUMERO      PIC X(11).
               10  WS-CDG-RESTO       PIC X(02).

      *-----> INDICADOR DO RESULTADO DA CONSULTA E MOTIVO QUANDO O
      *       NUMERO NAO CONFERE
       01  WS-CON-RESULTADO           PIC X(01)      VALUE 'S'.
           88  CON-GENUINO                           VALUE 'S'.
           88  CON-NAO-CONFERE                       VALUE 'N'.
       01  WS-CON-MOTIVO              PIC X(34)      VALUE SPACES.

      *-----> NUMERO DE AUTENTICACAO CONSULTADO: ANO DA EMISSAO,
      *       SEQUENCIAL E DIGITO VERIFICADOR MODULO 11 (PESOS 2 A 9
      *       DA DIREITA PARA A ESQUERDA; RESTO 0 OU 1 DA DIGITO 0),
      *       O MESMO CALCULO DO RSPRG026
       01  WS-AREA-AUTENTICACAO.
           05  WS-AUT-NUMERO.
               10  WS-AUT-ANO         PIC 9(04).
               10  WS-AUT-SEQ         PIC 9(06).
               10  WS-AUT-DV          PIC 9(01).
           05  WS-AUT-NUMERO-R REDEFINES WS-AUT-NUMERO.
               10  WS-AUT-DIG OCCURS 11 TIMES
                                      PIC 9(01).
           05  WS-AUT-EDITADO.
               10  WS-AED-ANO         PIC 9(04).
               10  FILLER             PIC X(01)      VALUE '.'.
               10  WS-AED-SEQ         PIC 9(06).
               10  FILLER             PIC X(01)      VALUE '-'.
               10  WS-AED-DV          PIC 9(01).

      *-----> APOIO DO CALCULO DO DIGITO VERIFICADOR
       77  WS-IX-DIG                  PIC 9(02) COMP VALUE ZEROS.
       77  WS-PESO-DV                 PIC 9(02)      VALUE ZEROS.
       77  WS-SOMA-DV                 PIC 9(04)      VALUE ZEROS.
       77  WS-QUOC-DV                 PIC 9(04)      VALUE ZEROS.
       77  WS-RESTO-DV                PIC 9(02)      VALUE ZEROS.
       77  WS-CALC-DV                 PIC 9(02)      VALUE ZEROS.

      *-----> DATA DA EMISSAO FORMATADA (DD/MM/AAAA)
       01  WS-DATA-AUX                PIC 9(08)      VALUE ZEROS.
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05  WS-DAX-ANO             PIC 9(04).
           05  WS-DAX-MES             PIC 9(02).
           05  WS-DAX-DIA             PIC 9(02).
       01  WS-DATA-FORMATADA.
           05  WS-DTF-DIA             PIC 9(02).
           05  FILLER                 PIC X(01)      VALUE '/'.
           05  WS-DTF-MES             PIC 9(02).
           05  FILLER                 PIC X(01)      VALUE '/'.
           05  WS-DTF-ANO             PIC 9(04).

      *-----> CONTROLE DE PAGINACAO DA LISTAGEM
       01  WS-AREA-RELATORIO.
           05  WS-LINHAS-IMPRESSAS    PIC 9(02)      VALUE ZEROS.
           05  WS-MAX-LINHAS          PIC 9(02)      VALUE 20.
           05  WS-PAGINA              PIC 9(04)      VALUE ZEROS.

      *-----> LAYOUTS DA LISTAGEM DE CONFERENCIA (RELAUTE)
       01  WS-CAB-01.
           05  FILLER              PIC X(20) VALUE 'RSPRG027'.
           05  FILLER              PIC X(52) VALUE
               'CONFERENCIA DE AUTENTICACAO DE DOCUMENTOS'.
           05  FILLER              PIC X(08) VALUE 'PAGINA: '.
           05  WS-CAB-PAGINA       PIC ZZZ9.
           05  FILLER              PIC X(48) VALUE SPACES.

       01  WS-CAB-02.
           05  FILLER              PIC X(15) VALUE 'AUTENTICACAO'.
           05  FILLER              PIC X(12) VALUE 'RESULTADO'.
           05  FILLER              PIC X(26) VALUE 'DOCUMENTO'.
           05  FILLER              PIC X(27) VALUE 'ALUNO'.
           05  FILLER              PIC X(06) VALUE 'ANO'.
           05  FILLER              PIC X(12) VALUE 'EMISSAO'.
           05  FILLER              PIC X(34) VALUE 'MOTIVO'.

       01  WS-LINHA-DETALHE.
           05  WS-DET-NUMERO       PIC X(13).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-RESULT       PIC X(11).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-DOCUMENTO    PIC X(24).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-ALUNO        PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-DET-NOM          PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-ANO          PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-EMISSAO      PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-DET-MOTIVO       PIC X(34).

       01  WS-LINHA-DETALHE-2.
           05  FILLER              PIC X(15) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'REQUERENTE: '.
           05  WS-DT2-REQUERENTE   PIC X(30).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'FINALIDADE: '.
           05  WS-DT2-FINALIDADE   PIC X(30).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-LINHA-DETALHE-3.
           05  FILLER              PIC X(15) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'CURSO: '.
           05  WS-DT3-CURSO        PIC X(12).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'SERIE: '.
           05  WS-DT3-SERIE        PIC 9(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'TURMA: '.
           05  WS-DT3-TURMA        PIC X(02).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-DT3-FREQUENCIA.
               10  WS-DT3-ROT-FREQ PIC X(12).
               10  WS-DT3-FREQ     PIC ZZ9.
               10  WS-DT3-PCT      PIC X(01).
           05  FILLER              PIC X(56) VALUE SPACES.

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
       000-RSPRG027.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR THRU 030-PROCESSAR-EXIT
              UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           OPEN OUTPUT RELAUTE
           OPEN INPUT  ARQDOCS
           IF   WS-DOCS-STATUS NOT = '00'
              DISPLAY ' * ERRO - ARQDOCS NAO DISPONIVEL PARA LEITURA '
                 '- FS ' WS-DOCS-STATUS ' *'
              CLOSE RELAUTE
              MOVE 16  TO  RETURN-CODE
              PERFORM 098-GRAVAR-EXECUCAO
              STOP RUN
           END-IF
           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    LEITURA DOS NUMEROS A CONFERIR DA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           ACCEPT WS-REG-CONSULTA  FROM SYSIN

           IF WS-REG-CONSULTA = ALL '9'
              MOVE   'S'     TO  WS-FIM
           ELSE
              ADD 1  TO WS-CT-LIDAS
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERE O NUMERO CORRENTE E LISTA O RESULTADO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 031-CONFERIR-NUMERO THRU 031-CONFERIR-NUMERO-EXIT

           IF   CON-GENUINO
              ADD 1  TO  WS-CT-GENUINOS
              PERFORM 035-LISTAR-GENUINO
           ELSE
              ADD 1  TO  WS-CT-NAO-CONFEREM
              PERFORM 036-LISTAR-NAO-CONFERE
           END-IF

           PERFORM 025-LER-SYSIN
           .
       030-PROCESSAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    DESMEMBRA O NUMERO (FORMATO IMPRESSO OU 11 DIGITOS),
      *    CONFERE O DIGITO VERIFICADOR E PROCURA O DOCUMENTO NO
      *    ARQDOCS. ANO OU SEQUENCIAL ZERADO NAO E NUMERO EMITIDO
      *    (A CHAVE ZERADA E O REGISTRO DE CONTROLE)
      *--------------------------------------------------------------*
       031-CONFERIR-NUMERO.

           MOVE 'S'     TO  WS-CON-RESULTADO
           MOVE SPACES  TO  WS-CON-MOTIVO
           MOVE ZEROS   TO  WS-AUT-NUMERO

           IF   WS-CIM-PONTO = '.'
            AND WS-CIM-HIFEN = '-'
            AND WS-CIM-ANO   NUMERIC
            AND WS-CIM-SEQ   NUMERIC
            AND WS-CIM-DV    NUMERIC
              MOVE WS-CIM-ANO  TO  WS-AUT-ANO
              MOVE WS-CIM-SEQ  TO  WS-AUT-SEQ
              MOVE WS-CIM-DV   TO  WS-AUT-DV
           ELSE
              IF   WS-CDG-NUMERO NUMERIC
               AND WS-CDG-RESTO = SPACES
                 MOVE WS-CDG-NUMERO  TO  WS-AUT-NUMERO
              ELSE
                 MOVE 'N'  TO  WS-CON-RESULTADO
                 MOVE 'NUMERO EM FORMATO INVALIDO'
                           TO  WS-CON-MOTIVO
                 GO TO 031-CONFERIR-NUMERO-EXIT
              END-IF
           END-IF

           IF   WS-AUT-ANO = ZEROS
            OR  WS-AUT-SEQ = ZEROS
              MOVE 'N'  TO  WS-CON-RESULTADO
              MOVE 'NUMERO EM FORMATO INVALIDO'
                        TO  WS-CON-MOTIVO
              GO TO 031-CONFERIR-NUMERO-EXIT
           END-IF

           PERFORM 032-CALCULAR-DIGITO
           IF   WS-CALC-DV NOT = WS-AUT-DV
              MOVE 'N'  TO  WS-CON-RESULTADO
              MOVE 'DIGITO VERIFICADOR INVALIDO'
                        TO  WS-CON-MOTIVO
              GO TO 031-CONFERIR-NUMERO-EXIT
           END-IF

           MOVE WS-AUT-NUMERO  TO  WS-DOC-NUM-AUT
           READ ARQDOCS
           EVALUATE WS-DOCS-STATUS
              WHEN '00'
                 IF   NOT DOC-VALIDO
                    MOVE 'N'  TO  WS-CON-RESULTADO
                    MOVE 'DOCUMENTO SEM VALIDADE NO REGISTRO'
                              TO  WS-CON-MOTIVO
                 END-IF
              WHEN '23'
                 MOVE 'N'  TO  WS-CON-RESULTADO
                 MOVE 'NAO CONSTA DO REGISTRO (ARQDOCS)'
                           TO  WS-CON-MOTIVO
              WHEN OTHER
                 MOVE 'N'  TO  WS-CON-RESULTADO
                 STRING 'ERRO DE LEITURA NO ARQDOCS - FS '
                    WS-DOCS-STATUS DELIMITED BY SIZE
                    INTO WS-CON-MOTIVO
           END-EVALUATE
           .
       031-CONFERIR-NUMERO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    CALCULA O DIGITO VERIFICADOR (MODULO 11) DOS 10 PRIMEIROS
      *    DIGITOS DO NUMERO CONSULTADO
      *--------------------------------------------------------------*
       032-CALCULAR-DIGITO.

           MOVE ZEROS  TO  WS-SOMA-DV
           MOVE 2      TO  WS-PESO-DV
           PERFORM 0321-SOMAR-DIGITO
              VARYING WS-IX-DIG FROM 10 BY -1
              UNTIL WS-IX-DIG < 1
           DIVIDE WS-SOMA-DV BY 11 GIVING WS-QUOC-DV
              REMAINDER WS-RESTO-DV
           COMPUTE WS-CALC-DV = 11 - WS-RESTO-DV
           IF   WS-CALC-DV > 9
              MOVE ZEROS  TO  WS-CALC-DV
           END-IF
           .
       0321-SOMAR-DIGITO.

           COMPUTE WS-SOMA-DV = WS-SOMA-DV
              + WS-AUT-DIG (WS-IX-DIG) * WS-PESO-DV
           ADD 1  TO  WS-PESO-DV
           IF   WS-PESO-DV > 9
              MOVE 2  TO  WS-PESO-DV
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTA UM NUMERO GENUINO COM O QUE O DOCUMENTO CERTIFICOU
      *--------------------------------------------------------------*
       035-LISTAR-GENUINO.

           MOVE SPACES  TO  WS-LINHA-DETALHE
           MOVE 'GENUINO'  TO  WS-DET-RESULT
           EVALUATE TRUE
              WHEN DOC-MATRICULA
                 MOVE 'DECLARACAO DE MATRICULA'  TO  WS-DET-DOCUMENTO
              WHEN DOC-FREQUENCIA
                 MOVE 'DECLARACAO DE FREQUENCIA' TO  WS-DET-DOCUMENTO
              WHEN DOC-CONCLUSAO
                 MOVE 'CERTIFICADO DE CONCLUSAO' TO  WS-DET-DOCUMENTO
           END-EVALUATE
           MOVE WS-DOC-NUM      TO  WS-DET-ALUNO
           MOVE WS-DOC-NOM      TO  WS-DET-NOM
           MOVE WS-DOC-ANO-REF  TO  WS-DET-ANO
           MOVE WS-DOC-DATA-EMIS   TO  WS-DATA-AUX
           MOVE WS-DAX-DIA         TO  WS-DTF-DIA
           MOVE WS-DAX-MES         TO  WS-DTF-MES
           MOVE WS-DAX-ANO         TO  WS-DTF-ANO
           MOVE WS-DATA-FORMATADA  TO  WS-DET-EMISSAO
           PERFORM 037-LISTAR-CONSULTA

           MOVE WS-DOC-REQUERENTE  TO  WS-DT2-REQUERENTE
           MOVE WS-DOC-FINALIDADE  TO  WS-DT2-FINALIDADE
           WRITE WS-LINHA-RELAUTE FROM WS-LINHA-DETALHE-2
           ADD   1                TO  WS-LINHAS-IMPRESSAS

           MOVE WS-DOC-CUR         TO  WS-DT3-CURSO
           MOVE WS-DOC-SERIE       TO  WS-DT3-SERIE
           MOVE WS-DOC-TURMA       TO  WS-DT3-TURMA
           MOVE SPACES             TO  WS-DT3-FREQUENCIA
           IF   DOC-FREQUENCIA
              MOVE 'FREQUENCIA: '  TO  WS-DT3-ROT-FREQ
              MOVE WS-DOC-FREQ     TO  WS-DT3-FREQ
              MOVE '%'             TO  WS-DT3-PCT
           END-IF
           WRITE WS-LINHA-RELAUTE FROM WS-LINHA-DETALHE-3
           ADD   1                TO  WS-LINHAS-IMPRESSAS
           .
      *--------------------------------------------------------------*
      *    LISTA UM NUMERO QUE NAO CONFERE, COM O MOTIVO
      *--------------------------------------------------------------*
       036-LISTAR-NAO-CONFERE.

           MOVE SPACES         TO  WS-LINHA-DETALHE
           MOVE 'NAO CONFERE'  TO  WS-DET-RESULT
           MOVE WS-CON-MOTIVO  TO  WS-DET-MOTIVO
           PERFORM 037-LISTAR-CONSULTA
           .
      *--------------------------------------------------------------*
      *    GRAVA A LINHA DE DETALHE DA CONSULTA NO RELAUTE, COM
      *    CABECALHO E QUEBRA DE PAGINA A CADA WS-MAX-LINHAS
      *--------------------------------------------------------------*
       037-LISTAR-CONSULTA.

           IF  WS-LINHAS-IMPRESSAS = ZEROS
            OR WS-LINHAS-IMPRESSAS >= WS-MAX-LINHAS
              PERFORM 038-IMPRIMIR-CABECALHO
           END-IF

           MOVE  WS-CON-NUMERO    TO  WS-DET-NUMERO

           WRITE WS-LINHA-RELAUTE FROM WS-LINHA-DETALHE
           ADD   1                TO  WS-LINHAS-IMPRESSAS
           .
      *--------------------------------------------------------------*
      *    IMPRIME CABECALHO DE PAGINA DA LISTAGEM (RELAUTE)
      *--------------------------------------------------------------*
       038-IMPRIMIR-CABECALHO.

           ADD   1                TO  WS-PAGINA
           MOVE  WS-PAGINA        TO  WS-CAB-PAGINA

           IF  WS-PAGINA > 1
              WRITE WS-LINHA-RELAUTE FROM SPACES
                 AFTER ADVANCING PAGE
           ELSE
              WRITE WS-LINHA-RELAUTE FROM SPACES
           END-IF

           WRITE WS-LINHA-RELAUTE FROM WS-CAB-01
           WRITE WS-LINHA-RELAUTE FROM WS-CAB-02
           WRITE WS-LINHA-RELAUTE FROM SPACES
           MOVE  ZEROS            TO  WS-LINHAS-IMPRESSAS
           .
      *--------------------------------------------------------------*
      *    GRAVA NO RELAUTE UMA LINHA DE RESUMO JA MONTADA EM
      *    WS-LINHA-RESUMO, DEIXANDO A AREA EM BRANCO PARA A PROXIMA
      *--------------------------------------------------------------*
       097-IMPRIMIR-RESUMO.

           WRITE WS-LINHA-RELAUTE  FROM  WS-LINHA-RESUMO
           MOVE  SPACES            TO    WS-LINHA-RESUMO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS. NUMERO QUE NAO CONFERE TERMINA COM
      *    RC 4, PARA CHAMAR A ATENCAO DA SECRETARIA
      *--------------------------------------------------------------*
       090-TERMINAR.

           WRITE WS-LINHA-RELAUTE FROM SPACES
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - RSPRG027        *'
           DISPLAY ' *----------------------------------------*'
           STRING ' *   TOTAIS DE CONTROLE - RSPRG027'
              DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * NUMEROS LIDOS      - SYSIN  = ' WS-CT-LIDAS
           STRING ' * NUMEROS LIDOS      - SYSIN  = '
              WS-CT-LIDAS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * NUMEROS GENUINOS            = ' WS-CT-GENUINOS
           STRING ' * NUMEROS GENUINOS            = '
              WS-CT-GENUINOS DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           DISPLAY ' * NUMEROS QUE NAO CONFEREM    = '
              WS-CT-NAO-CONFEREM
           STRING ' * NUMEROS QUE NAO CONFEREM    = '
              WS-CT-NAO-CONFEREM DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           PERFORM 097-IMPRIMIR-RESUMO
           IF   WS-CT-NAO-CONFEREM > ZEROS
              MOVE 4  TO  RETURN-CODE
           END-IF
           DISPLAY ' *========================================*'

           PERFORM 098-GRAVAR-EXECUCAO

           CLOSE RELAUTE
           CLOSE ARQDOCS
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO DE CONTROLE DESTA EXECUCAO NO ARQEXEC
      *    (PROGRAMA, DATA/HORA, TOTAIS E RETURN CODE), PARA O
      *    RESUMO DIARIO DE OPERACAO (RSPRG013). A CONFERENCIA NAO
      *    TEM LOTE: ANO/BIMESTRE FICAM ZERADOS E O TIPO EM BRANCO
      *--------------------------------------------------------------*
       098-GRAVAR-EXECUCAO.

           ACCEPT WS-DATA-CORRENTE   FROM DATE YYYYMMDD
           ACCEPT WS-HORA-CORRENTE-X FROM TIME
           MOVE 'RSPRG027'          TO  WS-EXE-PROGRAMA
           MOVE WS-DATA-CORRENTE    TO  WS-EXE-DATA
           MOVE WS-HORA-CORRENTE    TO  WS-EXE-HORA
           MOVE ZEROS               TO  WS-EXE-ANO
           MOVE ZEROS               TO  WS-EXE-BIM
           MOVE SPACES              TO  WS-EXE-TIPO
           MOVE WS-CT-LIDAS         TO  WS-EXE-LIDOS
           MOVE WS-CT-GENUINOS      TO  WS-EXE-ACEITOS
           MOVE WS-CT-NAO-CONFEREM  TO  WS-EXE-REJEITADOS
           MOVE RETURN-CODE         TO  WS-EXE-RC

           OPEN EXTEND ARQEXEC
           IF   WS-EXEC-STATUS NOT = '00' AND NOT = '05'
              OPEN OUTPUT ARQEXEC
           END-IF
           WRITE WS-LINHA-EXEC FROM WS-REG-EXEC
           CLOSE ARQEXEC
           .
      *---------------> FIM DO PROGRAMA RSPRG027 <-------------------*
