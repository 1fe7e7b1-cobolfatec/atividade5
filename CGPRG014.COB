       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG014.
      *AUTHOR.       ALVARO PEREIRA DO NASCIMENTO.
      *DATE-WRITTEN. 10/2026.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANUTENCAO DAS REGRAS DE BOLSA (CGBOLFX) - FAIXAS
      *           DE DESCONTO POR CURSO COM COMPETENCIA DE INICIO
      *           (AAAAMM); APLICA TRANSACOES DE INCLUSAO/ALTERACAO/
      *           EXCLUSAO (CGFXBMOV) E GRAVA LISTAGEM DE AUDITORIA
      *           (CGFXBLST). O CURSO E DO CATALOGO DE CURSOS
      *           (CGCURSO) OU '*' PARA A REGRA GERAL
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010030  CRIACAO DO PROGRAMA
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
      *----> ARQUIVO DE TRANSACOES DE MANUTENCAO (I/A/E)
           SELECT CGFXBMOV-FILE ASSIGN TO CGFXBMOV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS WS-MOVTO-STATUS.
      *----> REGRAS DE BOLSA (VSAM KSDS - CHAVE = CURSO +
      *      COMPETENCIA DE INICIO)
           SELECT CGBOLFX-FILE  ASSIGN TO CGBOLFX
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS FXB-CHAVE
               FILE STATUS  IS WS-REGRA-STATUS.
      *----> CATALOGO DE CURSOS (VSAM KSDS - CHAVE = CODIGO)
           SELECT CGCURSO-FILE  ASSIGN TO CGCURSO
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CRS-CODIGO
               FILE STATUS  IS WS-CURSO-STATUS.
      *----> LISTAGEM DE AUDITORIA DA MANUTENCAO
           SELECT CGFXBLST-FILE ASSIGN TO CGFXBLST
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CGFXBMOV-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGFXBMOV-REG               PIC X(80).

       FD  CGBOLFX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGFXB.

       FD  CGCURSO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CGREGCRS.

       FD  CGFXBLST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CGFXBLST-REG               PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> TRANSACAO DE MANUTENCAO (CGFXBMOV)
       01  WS-REG-MOVTO.
           05 WS-MOV-TIPO         PIC X(01).
              88 MOV-INCLUSAO     VALUE 'I'.
              88 MOV-ALTERACAO    VALUE 'A'.
              88 MOV-EXCLUSAO     VALUE 'E'.
           05 WS-MOV-CURSO        PIC X(12).
           05 WS-MOV-INICIO       PIC 9(06).
           05 WS-MOV-INICIO-R REDEFINES WS-MOV-INICIO.
              10 WS-MOV-INI-ANO   PIC 9(04).
              10 WS-MOV-INI-MES   PIC 9(02).
           05 WS-MOV-QTDE-FAIXAS  PIC 9(01).
           05 WS-MOV-FAIXAS.
              10 WS-MOV-FAIXA     OCCURS 4 TIMES.
                 15 WS-MOV-ACRESCIMO  PIC 9(02).
                 15 WS-MOV-PERCENTUAL PIC 9(03)V99.
           05 FILLER              PIC X(32).

      *-----> CONTROLE DE ARQUIVOS
       77  WS-MOVTO-STATUS            PIC X(02).
       77  WS-REGRA-STATUS            PIC X(02).
       77  WS-CURSO-STATUS            PIC X(02).
       77  WS-FIM-MOVTO               PIC X(01)      VALUE 'N'.
       77  WS-ABORTAR-SW              PIC X(01)      VALUE 'N'.
       77  WS-MOVTO-ABERTO-SW         PIC X(01)      VALUE 'N'.
       77  WS-REGRA-ABERTO-SW         PIC X(01)      VALUE 'N'.
       77  WS-CURSO-ABERTO-SW         PIC X(01)      VALUE 'N'.

      *-----> CONTROLE DA TRANSACAO CORRENTE
       01  WS-SW-VALIDO               PIC X(01).
           88  MOV-VALIDO             VALUE 'S'.
           88  MOV-INVALIDO           VALUE 'N'.
       77  WS-MSG-ERRO                PIC X(40).
       77  WS-FX-IDX                  PIC 9(01)      VALUE ZERO.
       77  WS-FX-ANT                  PIC 9(01)      VALUE ZERO.

      *-----> CURSO DA REGRA GERAL (VALE PARA O CURSO SEM REGRA)
       77  WS-CURSO-GERAL             PIC X(12)      VALUE '*'.

      *-----> TOTAIS DE CONTROLE
       77  WS-CTLIDO                  PIC 9(06)      VALUE ZERO.
       77  WS-CTINCLUIDO              PIC 9(06)      VALUE ZERO.
       77  WS-CTALTERADO              PIC 9(06)      VALUE ZERO.
       77  WS-CTEXCLUIDO              PIC 9(06)      VALUE ZERO.
       77  WS-CTREJEITADO             PIC 9(06)      VALUE ZERO.
       77  WS-CT-ED                   PIC ZZZZZ9.

      *-----> LINHAS DA LISTAGEM DE AUDITORIA
       01  WS-LINHA-AUDIT.
           05 WS-AUD-TIPO         PIC X(01).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AUD-CURSO        PIC X(12).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AUD-INICIO       PIC X(06).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AUD-QTDE         PIC X(01).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AUD-FAIXA        OCCURS 4 TIMES.
              10 WS-AUD-ACRESCIMO PIC Z9.
              10 WS-AUD-SEPARADOR PIC X(01).
              10 WS-AUD-PERCENTUAL PIC ZZ9,99.
              10 WS-AUD-ESPACO    PIC X(01).
           05 WS-AUD-ACAO         PIC X(10).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-AUD-MOTIVO       PIC X(40).
           05 FILLER              PIC X(05)      VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG014.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM-MOVTO = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - ERRO DE ABERTURA DO CGFXBMOV, DO
      *    CGBOLFX OU DO CGCURSO ABORTA A MANUTENCAO (CODIGO 12)
      *    PARA O SCHEDULER NAO SEGUIR COM REGRAS DESATUALIZADAS
      *--------------------------------------------------------------*
       010-INICIAR.

           OPEN INPUT CGFXBMOV-FILE
           IF WS-MOVTO-STATUS NOT = '00'
              DISPLAY ' *** CGPRG014 - ERRO NA ABERTURA DO CGFXBMOV'
                 ' - STATUS=' WS-MOVTO-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-MOVTO
           ELSE
              MOVE 'S' TO WS-MOVTO-ABERTO-SW
              PERFORM 011-ABRIR-REGRA
           END-IF
           IF WS-ABORTAR-SW = 'N'
              PERFORM 012-ABRIR-CURSO
           END-IF
           IF WS-ABORTAR-SW = 'N'
              OPEN OUTPUT CGFXBLST-FILE
              PERFORM 015-CABECALHO-LISTA
              PERFORM 025-LER-MOVTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE AS REGRAS DE BOLSA EM I-O; STATUS 35 INDICA ARQUIVO
      *    AINDA INEXISTENTE (PRIMEIRA CARGA) - CRIA VAZIO E REABRE
      *--------------------------------------------------------------*
       011-ABRIR-REGRA.

           OPEN I-O CGBOLFX-FILE
           IF WS-REGRA-STATUS = '35'
              OPEN OUTPUT CGBOLFX-FILE
              CLOSE CGBOLFX-FILE
              OPEN I-O CGBOLFX-FILE
           END-IF
           IF WS-REGRA-STATUS NOT = '00'
              DISPLAY ' *** CGPRG014 - ERRO NA ABERTURA DO CGBOLFX'
                 ' - STATUS=' WS-REGRA-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-MOVTO
           ELSE
              MOVE 'S' TO WS-REGRA-ABERTO-SW
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE O CATALOGO DE CURSOS (SO CONSULTA) - E ELE QUE DIZ SE
      *    O CURSO DA REGRA EXISTE
      *--------------------------------------------------------------*
       012-ABRIR-CURSO.

           OPEN INPUT CGCURSO-FILE
           IF WS-CURSO-STATUS NOT = '00'
              DISPLAY ' *** CGPRG014 - ERRO NA ABERTURA DO CGCURSO'
                 ' - STATUS=' WS-CURSO-STATUS
              MOVE 'S' TO WS-ABORTAR-SW
              MOVE 'S' TO WS-FIM-MOVTO
           ELSE
              MOVE 'S' TO WS-CURSO-ABERTO-SW
           END-IF
           .
      *--------------------------------------------------------------*
      *    CABECALHO DA LISTAGEM DE AUDITORIA
      *--------------------------------------------------------------*
       015-CABECALHO-LISTA.

           MOVE SPACES TO CGFXBLST-REG
           MOVE ' CGPRG014 - MANUTENCAO DAS REGRAS DE BOLSA'
              TO CGFXBLST-REG
           WRITE CGFXBLST-REG
           MOVE SPACES TO CGFXBLST-REG
           MOVE ' T CURSO        INICIO Q FAIXAS (ACRESCIMO/PERCENT.)'
              TO CGFXBLST-REG
           WRITE CGFXBLST-REG
           .
      *--------------------------------------------------------------*
      *    LEITURA DO ARQUIVO DE TRANSACOES
      *--------------------------------------------------------------*
       025-LER-MOVTO.

           READ CGFXBMOV-FILE INTO WS-REG-MOVTO
              AT END
                 MOVE 'S' TO WS-FIM-MOVTO
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCESSA UMA TRANSACAO DE MANUTENCAO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           ADD 1 TO WS-CTLIDO
           PERFORM 040-VALIDAR-MOVTO
           IF MOV-VALIDO
              EVALUATE TRUE
                 WHEN MOV-INCLUSAO
                    PERFORM 050-INCLUIR
                 WHEN MOV-ALTERACAO
                    PERFORM 060-ALTERAR
                 WHEN MOV-EXCLUSAO
                    PERFORM 070-EXCLUIR
              END-EVALUATE
           END-IF
           IF MOV-INVALIDO
              PERFORM 080-REJEITAR
           END-IF
           PERFORM 025-LER-MOVTO
           .
      *--------------------------------------------------------------*
      *    VALIDA OS CAMPOS DA TRANSACAO; NA INCLUSAO E NA ALTERACAO
      *    O CURSO PRECISA EXISTIR NO CATALOGO (OU SER A REGRA GERAL)
      *    E AS FAIXAS PRECISAM ESTAR COMPLETAS E EM ORDEM
      *--------------------------------------------------------------*
       040-VALIDAR-MOVTO.

           SET MOV-VALIDO TO TRUE
           MOVE SPACES    TO WS-MSG-ERRO
           IF NOT MOV-INCLUSAO AND NOT MOV-ALTERACAO
              AND NOT MOV-EXCLUSAO
              SET MOV-INVALIDO TO TRUE
              MOVE 'TIPO DE TRANSACAO INVALIDO (I/A/E)'
                 TO WS-MSG-ERRO
           END-IF
           IF MOV-VALIDO AND WS-MOV-CURSO = SPACES
              SET MOV-INVALIDO TO TRUE
              MOVE 'CURSO DA REGRA NAO INFORMADO' TO WS-MSG-ERRO
           END-IF
           IF MOV-VALIDO
              IF WS-MOV-INICIO NOT NUMERIC
                 OR WS-MOV-INI-ANO = ZERO
                 OR WS-MOV-INI-MES < 1
                 OR WS-MOV-INI-MES > 12
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'COMPETENCIA DE INICIO INVALIDA (AAAAMM)'
                    TO WS-MSG-ERRO
              END-IF
           END-IF
           IF MOV-VALIDO AND (MOV-INCLUSAO OR MOV-ALTERACAO)
              IF WS-MOV-QTDE-FAIXAS NOT NUMERIC
                 OR WS-MOV-QTDE-FAIXAS < 1
                 OR WS-MOV-QTDE-FAIXAS > 4
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'QUANTIDADE DE FAIXAS INVALIDA (1 A 4)'
                    TO WS-MSG-ERRO
              END-IF
              IF MOV-VALIDO
                 PERFORM 044-CRITICAR-FAIXA
                    VARYING WS-FX-IDX FROM 1 BY 1
                    UNTIL WS-FX-IDX > WS-MOV-QTDE-FAIXAS
                       OR MOV-INVALIDO
              END-IF
              IF MOV-VALIDO
                 AND WS-MOV-CURSO NOT = WS-CURSO-GERAL
                 PERFORM 042-LER-CURSO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERE O CURSO DA TRANSACAO NO CATALOGO DE CURSOS; SO A
      *    CHAVE INEXISTENTE (23) E REJEICAO DE DADO - OUTRO ERRO
      *    ABORTA A MANUTENCAO (CODIGO 12)
      *--------------------------------------------------------------*
       042-LER-CURSO.

           MOVE SPACES       TO CRS-REG-CURSO
           MOVE WS-MOV-CURSO TO CRS-CODIGO
           READ CGCURSO-FILE
           EVALUATE TRUE
              WHEN WS-CURSO-STATUS = '00'
                 CONTINUE
              WHEN WS-CURSO-STATUS = '23'
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'CURSO FORA DO CATALOGO (CGCURSO)'
                    TO WS-MSG-ERRO
              WHEN OTHER
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'ERRO DE LEITURA NO CATALOGO DE CURSOS'
                    TO WS-MSG-ERRO
                 MOVE 'S' TO WS-ABORTAR-SW
                 MOVE 'S' TO WS-FIM-MOVTO
                 DISPLAY ' *** CGPRG014 - ERRO DE LEITURA NO CGCURSO'
                    ' - STATUS=' WS-CURSO-STATUS
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    CRITICA UMA FAIXA: ACRESCIMO NUMERICO, PERCENTUAL DE 0,01
      *    A 100,00 E ACRESCIMO MENOR QUE O DA FAIXA ANTERIOR (A
      *    PRIMEIRA FAIXA QUE A MEDIA ALCANCA E A QUE VALE)
      *--------------------------------------------------------------*
       044-CRITICAR-FAIXA.

           IF WS-MOV-ACRESCIMO (WS-FX-IDX) NOT NUMERIC
              SET MOV-INVALIDO TO TRUE
              MOVE 'ACRESCIMO DA FAIXA NAO NUMERICO' TO WS-MSG-ERRO
           END-IF
           IF MOV-VALIDO
              IF WS-MOV-PERCENTUAL (WS-FX-IDX) NOT NUMERIC
                 OR WS-MOV-PERCENTUAL (WS-FX-IDX) = ZERO
                 OR WS-MOV-PERCENTUAL (WS-FX-IDX) > 100
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'PERCENTUAL DA FAIXA INVALIDO (0,01-100)'
                    TO WS-MSG-ERRO
              END-IF
           END-IF
           IF MOV-VALIDO AND WS-FX-IDX > 1
              COMPUTE WS-FX-ANT = WS-FX-IDX - 1
              IF WS-MOV-ACRESCIMO (WS-FX-IDX)
                 NOT < WS-MOV-ACRESCIMO (WS-FX-ANT)
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'FAIXAS FORA DE ORDEM DECRESCENTE'
                    TO WS-MSG-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    INCLUSAO - A REGRA NAO PODE EXISTIR PARA O CURSO/INICIO
      *--------------------------------------------------------------*
       050-INCLUIR.

           PERFORM 045-MONTAR-REGRA
           WRITE FXB-REG-REGRA
           IF WS-REGRA-STATUS = '00'
              ADD 1 TO WS-CTINCLUIDO
              MOVE 'INCLUIDO'  TO WS-AUD-ACAO
              PERFORM 085-GRAVAR-LISTA
           ELSE
              IF WS-REGRA-STATUS = '22'
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'REGRA JA EXISTE PARA O CURSO/INICIO'
                    TO WS-MSG-ERRO
              ELSE
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'ERRO DE GRAVACAO NAS REGRAS' TO WS-MSG-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERACAO - A REGRA PRECISA EXISTIR PARA O CURSO/INICIO
      *--------------------------------------------------------------*
       060-ALTERAR.

           PERFORM 045-MONTAR-REGRA
           REWRITE FXB-REG-REGRA
           IF WS-REGRA-STATUS = '00'
              ADD 1 TO WS-CTALTERADO
              MOVE 'ALTERADO'  TO WS-AUD-ACAO
              PERFORM 085-GRAVAR-LISTA
           ELSE
              IF WS-REGRA-STATUS = '23'
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'REGRA NAO EXISTE PARA O CURSO/INICIO'
                    TO WS-MSG-ERRO
              ELSE
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'ERRO DE REGRAVACAO NAS REGRAS' TO WS-MSG-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXCLUSAO - A REGRA PRECISA EXISTIR PARA O CURSO/INICIO
      *--------------------------------------------------------------*
       070-EXCLUIR.

           MOVE WS-MOV-CURSO  TO FXB-CURSO
           MOVE WS-MOV-INICIO TO FXB-INICIO
           DELETE CGBOLFX-FILE
           IF WS-REGRA-STATUS = '00'
              ADD 1 TO WS-CTEXCLUIDO
              MOVE 'EXCLUIDO'  TO WS-AUD-ACAO
              PERFORM 085-GRAVAR-LISTA
           ELSE
              IF WS-REGRA-STATUS = '23'
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'REGRA NAO EXISTE PARA O CURSO/INICIO'
                    TO WS-MSG-ERRO
              ELSE
                 SET MOV-INVALIDO TO TRUE
                 MOVE 'ERRO DE EXCLUSAO NAS REGRAS' TO WS-MSG-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    MONTA O REGISTRO DA REGRA A PARTIR DA TRANSACAO - AS
      *    FAIXAS ALEM DA QUANTIDADE INFORMADA FICAM ZERADAS
      *--------------------------------------------------------------*
       045-MONTAR-REGRA.

           MOVE SPACES             TO FXB-REG-REGRA
           MOVE WS-MOV-CURSO       TO FXB-CURSO
           MOVE WS-MOV-INICIO      TO FXB-INICIO
           MOVE WS-MOV-QTDE-FAIXAS TO FXB-QTDE-FAIXAS
           MOVE ZEROS              TO FXB-FAIXAS
           PERFORM 046-MONTAR-FAIXA
              VARYING WS-FX-IDX FROM 1 BY 1
              UNTIL WS-FX-IDX > WS-MOV-QTDE-FAIXAS
           .
       046-MONTAR-FAIXA.

           MOVE WS-MOV-ACRESCIMO (WS-FX-IDX)
              TO FXB-ACRESCIMO (WS-FX-IDX)
           MOVE WS-MOV-PERCENTUAL (WS-FX-IDX)
              TO FXB-PERCENTUAL (WS-FX-IDX)
           .
      *--------------------------------------------------------------*
      *    REJEITA A TRANSACAO NA LISTAGEM DE AUDITORIA
      *--------------------------------------------------------------*
       080-REJEITAR.

           ADD 1 TO WS-CTREJEITADO
           MOVE 'REJEITADO' TO WS-AUD-ACAO
           PERFORM 085-GRAVAR-LISTA
           DISPLAY ' *** TRANSACAO REJEITADA - CURSO='
              WS-MOV-CURSO ' INICIO=' WS-MOV-INICIO
              ' MOTIVO=' WS-MSG-ERRO
           .
      *--------------------------------------------------------------*
      *    GRAVA UMA LINHA DE AUDITORIA DA TRANSACAO CORRENTE (NA
      *    EXCLUSAO AS FAIXAS SAEM EM BRANCO)
      *--------------------------------------------------------------*
       085-GRAVAR-LISTA.

           MOVE WS-MOV-TIPO        TO WS-AUD-TIPO
           MOVE WS-MOV-CURSO       TO WS-AUD-CURSO
           MOVE WS-MOV-INICIO      TO WS-AUD-INICIO
           MOVE SPACES             TO WS-AUD-QTDE
           PERFORM 087-LIMPAR-FAIXA
              VARYING WS-FX-IDX FROM 1 BY 1
              UNTIL WS-FX-IDX > 4
           IF NOT MOV-EXCLUSAO
              AND WS-MOV-QTDE-FAIXAS IS NUMERIC
              AND WS-MOV-QTDE-FAIXAS NOT > 4
              MOVE WS-MOV-QTDE-FAIXAS TO WS-AUD-QTDE
              PERFORM 086-EDITAR-FAIXA
                 VARYING WS-FX-IDX FROM 1 BY 1
                 UNTIL WS-FX-IDX > WS-MOV-QTDE-FAIXAS
           END-IF
           MOVE WS-MSG-ERRO        TO WS-AUD-MOTIVO
           MOVE WS-LINHA-AUDIT     TO CGFXBLST-REG
           WRITE CGFXBLST-REG
           .
       086-EDITAR-FAIXA.

           IF WS-MOV-ACRESCIMO (WS-FX-IDX) IS NUMERIC
              AND WS-MOV-PERCENTUAL (WS-FX-IDX) IS NUMERIC
              MOVE WS-MOV-ACRESCIMO (WS-FX-IDX)
                 TO WS-AUD-ACRESCIMO (WS-FX-IDX)
              MOVE '/' TO WS-AUD-SEPARADOR (WS-FX-IDX)
              MOVE WS-MOV-PERCENTUAL (WS-FX-IDX)
                 TO WS-AUD-PERCENTUAL (WS-FX-IDX)
           END-IF
           .
       087-LIMPAR-FAIXA.

           MOVE SPACES TO WS-AUD-FAIXA (WS-FX-IDX)
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - CGPRG014        *'
           DISPLAY ' *----------------------------------------*'
           MOVE WS-CTLIDO     TO WS-CT-ED
           DISPLAY ' * TRANSACOES LIDAS      = ' WS-CT-ED
           MOVE WS-CTINCLUIDO TO WS-CT-ED
           DISPLAY ' * INCLUSOES EFETUADAS   = ' WS-CT-ED
           MOVE WS-CTALTERADO TO WS-CT-ED
           DISPLAY ' * ALTERACOES EFETUADAS  = ' WS-CT-ED
           MOVE WS-CTEXCLUIDO TO WS-CT-ED
           DISPLAY ' * EXCLUSOES EFETUADAS   = ' WS-CT-ED
           MOVE WS-CTREJEITADO TO WS-CT-ED
           DISPLAY ' * TRANSACOES REJEITADAS = ' WS-CT-ED
           DISPLAY ' *----------------------------------------*'
           IF WS-ABORTAR-SW = 'S'
              DISPLAY ' *  TERMINO COM ERRO DO CGPRG014         *'
              MOVE 12 TO RETURN-CODE
           ELSE
              DISPLAY ' *      TERMINO NORMAL DO CGPRG014       *'
              MOVE SPACES TO CGFXBLST-REG
              MOVE ' *** FIM DA LISTAGEM DE AUDITORIA - CGPRG014'
                 TO CGFXBLST-REG
              WRITE CGFXBLST-REG
           END-IF
           DISPLAY ' *----------------------------------------*'
           IF WS-ABORTAR-SW = 'N'
              OR WS-CTLIDO > ZERO
              CLOSE CGFXBLST-FILE
           END-IF
           IF WS-MOVTO-ABERTO-SW = 'S'
              CLOSE CGFXBMOV-FILE
           END-IF
           IF WS-REGRA-ABERTO-SW = 'S'
              CLOSE CGBOLFX-FILE
           END-IF
           IF WS-CURSO-ABERTO-SW = 'S'
              CLOSE CGCURSO-FILE
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG014 <-------------------*
