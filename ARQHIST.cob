      *-----------------------------------------------------------------
      *  IDENTIFICATION DIVISION
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ARQHIST.
       AUTHOR.        EQUIPE DE SISTEMAS.
       INSTALLATION.  SETOR DE TECNOLOGIA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      *  HISTORICO DE ALTERACOES
      *-----------------------------------------------------------------
      *  DATA       AUTOR   DESCRICAO
      *  15/10/2026 EQS     PROGRAMA CRIADO. ARQUIVAMENTO ANUAL DO
      *                     HISTORICO DE MOVIMENTOS (MOVHIST.DAT) DOS
      *                     ANOS INTEIRAMENTE FECHADOS, COM SALDO
      *                     TRANSPORTADO PARA O ANO SEGUINTE.
      *  15/10/2026 EQS     FALHA NA CRIACAO DO ARQUIVO MORTO ENCERRA
      *                     COM RETORNO 8 ANTES DE ALTERAR O HISTORICO.
      *-----------------------------------------------------------------
      *  PROPOSITO
      *      MOVER PARA UM ARQUIVO MORTO ANUAL (MOVHAAAA.TXT, UMA
      *      LINHA POR REGISTRO NO LAYOUT MOVHREC COMPLETO) AS LINHAS
      *      DO HISTORICO DE MOVIMENTOS DATADAS NO ANO INFORMADO,
      *      EXCLUINDO-AS DE MOVHIST.DAT, PARA O HISTORICO VIVO NAO
      *      CRESCER SEM LIMITE. NO LUGAR DELAS FICA, PARA CADA
      *      PRODUTO E DEPOSITO COM SALDO, UMA LINHA DE SALDO
      *      TRANSPORTADO (TIPO "I") DATADA DE 01/01 DO ANO SEGUINTE,
      *      COM O SALDO, O SALDO NO DEPOSITO, O VALOR DO SALDO E O
      *      CUSTO MEDIO DE 31/12. COM ELA O KARDEX E O KARDEX
      *      VALORIZADO CONTINUAM ABRINDO COM O SALDO CERTO.
      *      O SALDO DE 31/12 E O DA ULTIMA LINHA GRAVADA NO ANO (A
      *      DE MAIOR SEQUENCIA), COMO NOS RELATORIOS; O DO DEPOSITO
      *      E O DA ULTIMA LINHA DO ANO NAQUELE DEPOSITO.
      *      SO ARQUIVA ANO COM OS DOZE MESES FECHADOS EM FECHMES.DAT,
      *      SEM LINHAS DE ANOS ANTERIORES AINDA NO HISTORICO VIVO
      *      (OS ANOS SAO ARQUIVADOS EM ORDEM) E SEM ARQUIVO MORTO JA
      *      GERADO PARA O ANO. LINHAS SEM DATA VALIDA SAEM JUNTO COM
      *      O PRIMEIRO ANO ARQUIVADO.
      *      USO DO SUPERVISOR, COM O SGBD PARADO E DEPOIS DE GERAR
      *      UM BACKUP (PROGRAMA BACKUP). RECUSA PARTIDA ENQUANTO O
      *      SGBD TEM SESSAO REGISTRADA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVHIST-FILE
               ASSIGN TO "MOVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOVH-CHAVE
               ALTERNATE RECORD KEY IS MOVH-CHAVE-TERC
               ALTERNATE RECORD KEY IS MOVH-CHAVE-DOCTO
               FILE STATUS IS WS-MOVHIST-STATUS.

           SELECT ARQUIVO-MORTO
               ASSIGN TO DYNAMIC WS-NOME-ARQUIVO-MORTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MORTO-STATUS.

           SELECT FECHMES-FILE
               ASSIGN TO "FECHMES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FECH-PERIODO
               FILE STATUS IS WS-FECHMES-STATUS.

           SELECT SESSAO-FILE
               ASSIGN TO "SESSAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSAO-STATUS.

           SELECT USUARIO-FILE
               ASSIGN TO "USUARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-CODIGO
               FILE STATUS IS WS-USUARIO-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVHIST-FILE
           LABEL RECORD IS STANDARD.
           COPY MOVHREC.

       FD  ARQUIVO-MORTO
           LABEL RECORD IS OMITTED.
       01  MORTO-LINHA               PIC X(242).

       FD  FECHMES-FILE
           LABEL RECORD IS STANDARD.
           COPY FECHREC.

       FD  SESSAO-FILE
           LABEL RECORD IS OMITTED.
           COPY SESREC.

       FD  USUARIO-FILE
           LABEL RECORD IS STANDARD.
           COPY USURREC.

       WORKING-STORAGE SECTION.
       01  WS-MOVHIST-STATUS         PIC X(02) VALUE "00".
           88  MOVH-OK                          VALUE "00".
           88  MOVH-ARQ-NAO-EXISTE              VALUE "35".

       01  WS-MORTO-STATUS           PIC X(02) VALUE "00".
           88  MORTO-ARQ-NAO-EXISTE             VALUE "35".

       01  WS-FECHMES-STATUS         PIC X(02) VALUE "00".
           88  FECH-ARQ-NAO-EXISTE              VALUE "35".

       01  WS-NOME-ARQUIVO-MORTO     PIC X(20) VALUE SPACES.

       01  WS-RESPOSTA               PIC X(01) VALUE SPACE.
       01  WS-RETORNO                PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    ANO A ARQUIVAR E LIMITES DAS CHAVES: AS LINHAS DO ANO TEM
      *    DATA DE CHAVE MENOR QUE WS-DATA-LIMITE (01/01 DO ANO
      *    SEGUINTE); UMA LINHA DE ANO ANTERIOR TEM DATA DE CHAVE
      *    MENOR QUE WS-DATA-INICIO-ANO.
      *-----------------------------------------------------------------
       01  WS-ANO-INFORMADO          PIC X(04) VALUE SPACES.
       01  WS-ANO                    PIC 9(04) VALUE ZEROS.
       01  WS-ANO-SEGUINTE           PIC 9(04) VALUE ZEROS.
       01  WS-ANO-CORRENTE           PIC 9(04) VALUE ZEROS.
       01  WS-DATA-INICIO-ANO        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-LIMITE            PIC 9(08) VALUE ZEROS.
       01  WS-PERIODO                PIC 9(06) VALUE ZEROS.
       01  WS-MES                    PIC 9(02) VALUE ZEROS.
       01  WS-MESES-FECHADOS         PIC 9(02) VALUE ZEROS.

       01  WS-DATA-SALDO-ANT.
           02  FILLER                PIC X(06) VALUE "01/01/".
           02  WS-DATA-SALDO-ANT-ANO PIC 9(04) VALUE ZEROS.

       01  WS-PRODUTO-PROCURADO      PIC 9(06) VALUE ZEROS.
       01  WS-PRODUTO-CORRENTE       PIC 9(06) VALUE ZEROS.

       01  WS-FIM-PRODUTOS-SW        PIC X(01) VALUE "N".
           88  FIM-PRODUTOS                     VALUE "S".

       01  WS-FIM-PRODUTO-SW         PIC X(01) VALUE "N".
           88  FIM-PRODUTO                      VALUE "S".

       01  WS-ANO-ANTERIOR-SW        PIC X(01) VALUE "N".
           88  HA-ANO-ANTERIOR                  VALUE "S".

      *-----------------------------------------------------------------
      *    SALDO DE 31/12 DO PRODUTO CORRENTE: A LINHA DE MAIOR
      *    SEQUENCIA DO ANO (LINHA "I" SO QUANDO O PRODUTO NAO TEM
      *    OUTRA) E, POR DEPOSITO, A LINHA DE MAIOR SEQUENCIA DO ANO
      *    NAQUELE DEPOSITO. LINHA ANTIGA SEM DEPOSITO CONTA COMO
      *    DEPOSITO 001 E USA O SALDO DO PRODUTO.
      *-----------------------------------------------------------------
       01  WS-ULT-SEQ                PIC 9(08) VALUE ZEROS.
       01  WS-ULT-TIPO-I-SW          PIC X(01) VALUE "N".
           88  ULT-TIPO-I                       VALUE "S".
       01  WS-ULT-SALDO              PIC S9(07) VALUE ZEROS.
       01  WS-ULT-SALDO-VALOR        PIC S9(12)V99 VALUE ZEROS.
       01  WS-ULT-VALOR-INFORMADO-SW PIC X(01) VALUE "N".
           88  ULT-VALOR-INFORMADO              VALUE "S".
       01  WS-ULT-CUSTO              PIC 9(07)V99 VALUE ZEROS.
       01  WS-CUSTO-TRANSPORTE       PIC 9(07)V99 VALUE ZEROS.
       01  WS-VALOR-TRANSPORTE       PIC S9(12)V99 VALUE ZEROS.

       01  WS-TAB-DEPOSITOS.
           02  WS-TAB-DEP OCCURS 999 TIMES.
               03  WS-TAB-DEP-SEQ    PIC 9(08).
               03  WS-TAB-DEP-TIPO-I PIC X(01).
               03  WS-TAB-DEP-SALDO  PIC S9(07).
       01  WS-IDX-DEP                PIC 9(04) COMP VALUE ZEROS.
       01  WS-DEP-LINHA              PIC 9(04) COMP VALUE ZEROS.
       01  WS-DEP-GRAVADOS           PIC 9(04) COMP VALUE ZEROS.
       01  WS-SALDO-LINHA-LOC        PIC S9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    NUMERACAO DAS LINHAS DE SALDO TRANSPORTADO NO REGISTRO DE
      *    CONTROLE DO HISTORICO, COMO NA GRAVACAO PELO SGBD.
      *-----------------------------------------------------------------
       01  WS-MOVH-CORPO-GRAVAR      PIC X(174).
       01  WS-MOVH-ULTIMA-SEQ        PIC 9(08) VALUE ZEROS.
       01  WS-MOVH-DATA-CHAVE        PIC X(08).
       01  WS-MOVH-TEM-CONTROLE-SW   PIC X(01) VALUE "N".
           88  MOVH-TEM-CONTROLE                VALUE "S".

       01  WS-TOT-PRODUTOS           PIC 9(06) VALUE ZEROS.
       01  WS-TOT-ARQUIVADAS         PIC 9(08) VALUE ZEROS.
       01  WS-TOT-QTDE-ARQUIVADA     PIC 9(12) VALUE ZEROS.
       01  WS-TOT-TRANSPORTADAS      PIC 9(06) VALUE ZEROS.
       01  WS-TOT-SALDO-TRANSPORTADO PIC S9(12) VALUE ZEROS.
       01  WS-SALDO-EDIT             PIC -ZZZ.ZZZ.ZZZ.ZZ9.

      *-----------------------------------------------------------------
      *    AREA DO CONTROLE DE SESSAO DO SGBD (SESSAO.TXT) E DA
      *    VALIDACAO DO SUPERVISOR CONTRA USUARIO.DAT.
      *-----------------------------------------------------------------
       01  WS-SESSAO-STATUS          PIC X(02) VALUE "00".
           88  SES-ARQ-NAO-EXISTE               VALUE "35".

       01  WS-USUARIO-ARQ-STATUS     PIC X(02) VALUE "00".
           88  USU-ARQ-NAO-EXISTE               VALUE "35".

       01  WS-SESSAO-BLOQUEIO-SW     PIC X(01) VALUE "N".
           88  SESSAO-BLOQUEIO                  VALUE "S".

       01  WS-SUPERV-VALIDO-SW       PIC X(01) VALUE "N".
           88  SUPERV-VALIDO                    VALUE "S".

       01  WS-SES-RESPOSTA           PIC X(01) VALUE SPACE.
       01  WS-LOGIN-CODIGO           PIC X(08) VALUE SPACES.
       01  WS-LOGIN-SENHA            PIC X(08) VALUE SPACES.

       01  WS-DATA-SISTEMA           PIC 9(08).
       01  WS-HORA-SISTEMA           PIC 9(08).
       01  WS-HORA-GRUPO REDEFINES WS-HORA-SISTEMA.
           02  WS-HR                 PIC 99.
           02  WS-MN                 PIC 99.
           02  WS-SG                 PIC 99.
           02  WS-CEN                PIC 99.

      *-----------------------------------------------------------------
      *  PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-VERIFICAR-SESSAO-SGBD
               THRU 0200-VERIFICAR-SESSAO-SGBD-EXIT
           IF SESSAO-BLOQUEIO
               DISPLAY "ARQUIVAMENTO RECUSADO: SGBD COM SESSAO ATIVA. "
                   "ENCERRE A SESSAO E RODE DE NOVO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY " "
           DISPLAY "---- ARQUIVAMENTO ANUAL DO HISTORICO DE "
               "MOVIMENTOS ----"
           IF NOT SUPERV-VALIDO
               PERFORM 0210-VALIDAR-SUPERVISOR
                   THRU 0210-VALIDAR-SUPERVISOR-EXIT
               IF NOT SUPERV-VALIDO
                   DISPLAY "ARQUIVAMENTO RESERVADO AO SUPERVISOR."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-LOGIN-CODIGO = SPACES
               MOVE "ARQHIST" TO WS-LOGIN-CODIGO
           END-IF

           PERFORM 1000-INFORMAR-ANO THRU 1000-INFORMAR-ANO-EXIT
           IF WS-RETORNO = ZEROS
               PERFORM 1100-VERIFICAR-FECHAMENTO
                   THRU 1100-VERIFICAR-FECHAMENTO-EXIT
           END-IF
           IF WS-RETORNO = ZEROS
               PERFORM 1200-VERIFICAR-ANOS-ANTERIORES
                   THRU 1200-VERIFICAR-ANOS-ANTERIORES-EXIT
           END-IF
           IF WS-RETORNO = ZEROS
               PERFORM 1300-VERIFICAR-ARQUIVO-MORTO
                   THRU 1300-VERIFICAR-ARQUIVO-MORTO-EXIT
           END-IF
           IF WS-RETORNO NOT = ZEROS
               MOVE WS-RETORNO TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "AS LINHAS DE " WS-ANO " VAO PARA "
               WS-NOME-ARQUIVO-MORTO " E SAEM DE MOVHIST.DAT."
           DISPLAY "GERE UM BACKUP (PROGRAMA BACKUP) ANTES DE SEGUIR."
           DISPLAY "CONFIRMA O ARQUIVAMENTO? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "s"
               DISPLAY "ARQUIVAMENTO CANCELADO. NADA FOI ALTERADO."
               STOP RUN
           END-IF

           PERFORM 2000-ARQUIVAR-ANO THRU 2000-ARQUIVAR-ANO-EXIT

           DISPLAY "PRODUTOS ARQUIVADOS.......: " WS-TOT-PRODUTOS
           DISPLAY "LINHAS ARQUIVADAS.........: " WS-TOT-ARQUIVADAS
           DISPLAY "QUANTIDADE ARQUIVADA......: " WS-TOT-QTDE-ARQUIVADA
           DISPLAY "SALDOS TRANSPORTADOS......: " WS-TOT-TRANSPORTADAS
           MOVE WS-TOT-SALDO-TRANSPORTADO TO WS-SALDO-EDIT
           DISPLAY "QTDE NOS SALDOS TRANSPORT..: " WS-SALDO-EDIT
           IF WS-RETORNO = ZEROS
               DISPLAY "ARQUIVAMENTO DE " WS-ANO " CONCLUIDO. ARQUIVO "
                   "MORTO: " WS-NOME-ARQUIVO-MORTO
           ELSE
               DISPLAY "ARQUIVAMENTO INTERROMPIDO POR ERRO. RESTAURE "
                   "O BACKUP ANTES DE USAR O SISTEMA."
           END-IF
           MOVE WS-RETORNO TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
      *    0200-VERIFICAR-SESSAO-SGBD
      *    CONSULTA O REGISTRO DE SESSAO DO SGBD. COM A SESSAO
      *    CONSTANDO COMO ATIVA, A EXECUCAO E BLOQUEADA
      *    (SESSAO-BLOQUEIO), SALVO DERRUBADA EXPRESSA DO
      *    SUPERVISOR VALIDADO - O CAMINHO PARA LIMPAR UMA SESSAO
      *    QUE CAIU SEM LIBERAR O REGISTRO.
      *-----------------------------------------------------------------
       0200-VERIFICAR-SESSAO-SGBD.
           MOVE "N" TO WS-SESSAO-BLOQUEIO-SW
           OPEN INPUT SESSAO-FILE
           IF SES-ARQ-NAO-EXISTE
               GO TO 0200-VERIFICAR-SESSAO-SGBD-EXIT
           END-IF
           READ SESSAO-FILE
               AT END
                   CLOSE SESSAO-FILE
                   GO TO 0200-VERIFICAR-SESSAO-SGBD-EXIT
           END-READ
           IF NOT SES-ATIVA
               CLOSE SESSAO-FILE
               GO TO 0200-VERIFICAR-SESSAO-SGBD-EXIT
           END-IF

           DISPLAY "*** SESSAO DO SGBD ATIVA: " SES-USUARIO
               " DESDE " SES-DATA-HORA
           CLOSE SESSAO-FILE

           DISPLAY "DERRUBAR A SESSAO (SUPERVISOR, USO APOS "
               "QUEDA)? (S/N): " WITH NO ADVANCING
           ACCEPT WS-SES-RESPOSTA
           IF WS-SES-RESPOSTA NOT = "S" AND WS-SES-RESPOSTA NOT = "s"
               SET SESSAO-BLOQUEIO TO TRUE
               GO TO 0200-VERIFICAR-SESSAO-SGBD-EXIT
           END-IF

           PERFORM 0210-VALIDAR-SUPERVISOR
               THRU 0210-VALIDAR-SUPERVISOR-EXIT
           IF NOT SUPERV-VALIDO
               SET SESSAO-BLOQUEIO TO TRUE
               GO TO 0200-VERIFICAR-SESSAO-SGBD-EXIT
           END-IF

           PERFORM 0220-LIBERAR-SESSAO
               THRU 0220-LIBERAR-SESSAO-EXIT
           DISPLAY "SESSAO DERRUBADA. EXECUCAO LIBERADA.".
       0200-VERIFICAR-SESSAO-SGBD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    0210-VALIDAR-SUPERVISOR
      *    VALIDA CODIGO E SENHA DE UM SUPERVISOR CONTRA O CADASTRO
      *    DE USUARIOS, COMO O LOGIN DO SGBD. SEM USUARIO.DAT NO
      *    DIRETORIO (INSTALACAO ANTERIOR AO CONTROLE DE ACESSO), A
      *    CONFIRMACAO BASTA.
      *-----------------------------------------------------------------
       0210-VALIDAR-SUPERVISOR.
           MOVE "N" TO WS-SUPERV-VALIDO-SW
           OPEN INPUT USUARIO-FILE
           IF USU-ARQ-NAO-EXISTE
               SET SUPERV-VALIDO TO TRUE
               GO TO 0210-VALIDAR-SUPERVISOR-EXIT
           END-IF

           DISPLAY "CODIGO DO SUPERVISOR.....: " WITH NO ADVANCING
           ACCEPT WS-LOGIN-CODIGO
           DISPLAY "SENHA....................: " WITH NO ADVANCING
           ACCEPT WS-LOGIN-SENHA

           MOVE WS-LOGIN-CODIGO TO USU-CODIGO
           READ USUARIO-FILE
               INVALID KEY
                   DISPLAY "USUARIO OU SENHA INVALIDOS."
                   CLOSE USUARIO-FILE
                   GO TO 0210-VALIDAR-SUPERVISOR-EXIT
           END-READ

           IF USU-ESTA-BLOQUEADO
              OR USU-SENHA NOT = WS-LOGIN-SENHA
              OR NOT USU-PERFIL-SUPERVISOR
               DISPLAY "SUPERVISOR NAO VALIDADO."
           ELSE
               SET SUPERV-VALIDO TO TRUE
           END-IF
           CLOSE USUARIO-FILE.
       0210-VALIDAR-SUPERVISOR-EXIT.
           EXIT.

       0220-LIBERAR-SESSAO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           OPEN OUTPUT SESSAO-FILE
           MOVE "LIVRE"         TO SES-ESTADO
           MOVE WS-LOGIN-CODIGO TO SES-USUARIO
           MOVE SPACES          TO SES-DATA-HORA
           STRING WS-DATA-SISTEMA DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-HR           DELIMITED BY SIZE
                  WS-MN           DELIMITED BY SIZE
                  WS-SG           DELIMITED BY SIZE
               INTO SES-DATA-HORA
           WRITE SESSAO-REC
           CLOSE SESSAO-FILE.
       0220-LIBERAR-SESSAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1000-INFORMAR-ANO
      *    ANO A ARQUIVAR (AAAA), ANTERIOR AO ANO CORRENTE.
      *-----------------------------------------------------------------
       1000-INFORMAR-ANO.
           DISPLAY "ANO A ARQUIVAR (AAAA).....: " WITH NO ADVANCING
           ACCEPT WS-ANO-INFORMADO
           IF WS-ANO-INFORMADO IS NOT NUMERIC
               DISPLAY "ANO INVALIDO. NADA FOI ALTERADO."
               MOVE 8 TO WS-RETORNO
               GO TO 1000-INFORMAR-ANO-EXIT
           END-IF
           MOVE WS-ANO-INFORMADO TO WS-ANO
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WS-ANO-CORRENTE = WS-DATA-SISTEMA / 10000
           IF WS-ANO < 1900 OR WS-ANO NOT < WS-ANO-CORRENTE
               DISPLAY "SO ANO ANTERIOR AO CORRENTE PODE SER "
                   "ARQUIVADO. NADA FOI ALTERADO."
               MOVE 8 TO WS-RETORNO
               GO TO 1000-INFORMAR-ANO-EXIT
           END-IF

           COMPUTE WS-ANO-SEGUINTE    = WS-ANO + 1
           COMPUTE WS-DATA-INICIO-ANO = WS-ANO * 10000 + 101
           COMPUTE WS-DATA-LIMITE     = WS-ANO-SEGUINTE * 10000 + 101
           MOVE WS-ANO-SEGUINTE TO WS-DATA-SALDO-ANT-ANO
           MOVE SPACES TO WS-NOME-ARQUIVO-MORTO
           STRING "MOVH" WS-ANO ".TXT"
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO-MORTO.
       1000-INFORMAR-ANO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1100-VERIFICAR-FECHAMENTO
      *    OS DOZE PERIODOS DO ANO PRECISAM ESTAR NA SITUACAO F EM
      *    FECHMES.DAT: PERIODO NUNCA FECHADO OU REABERTO AINDA PODE
      *    RECEBER MOVIMENTO E NAO E ARQUIVADO.
      *-----------------------------------------------------------------
       1100-VERIFICAR-FECHAMENTO.
           OPEN INPUT FECHMES-FILE
           IF FECH-ARQ-NAO-EXISTE
               DISPLAY "FECHMES.DAT NAO ENCONTRADO: NENHUM PERIODO "
                   "FECHADO. NADA FOI ALTERADO."
               MOVE 8 TO WS-RETORNO
               GO TO 1100-VERIFICAR-FECHAMENTO-EXIT
           END-IF
           MOVE ZEROS TO WS-MESES-FECHADOS
           PERFORM 1110-VERIFICAR-MES
               THRU 1110-VERIFICAR-MES-EXIT
               VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
           CLOSE FECHMES-FILE
           IF WS-MESES-FECHADOS < 12
               DISPLAY "ANO " WS-ANO " NAO ESTA INTEIRAMENTE FECHADO. "
                   "NADA FOI ALTERADO."
               MOVE 8 TO WS-RETORNO
           END-IF.
       1100-VERIFICAR-FECHAMENTO-EXIT.
           EXIT.

       1110-VERIFICAR-MES.
           COMPUTE WS-PERIODO = WS-ANO * 100 + WS-MES
           MOVE WS-PERIODO TO FECH-PERIODO
           READ FECHMES-FILE
               INVALID KEY
                   DISPLAY "  PERIODO " WS-PERIODO " NUNCA FECHADO"
                   GO TO 1110-VERIFICAR-MES-EXIT
           END-READ
           IF FECH-FECHADO
               ADD 1 TO WS-MESES-FECHADOS
           ELSE
               DISPLAY "  PERIODO " WS-PERIODO " REABERTO"
           END-IF.
       1110-VERIFICAR-MES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1200-VERIFICAR-ANOS-ANTERIORES
      *    PERCORRE OS PRODUTOS DO HISTORICO PELA CHAVE E OLHA A
      *    PRIMEIRA LINHA DATADA DE CADA UM: LINHA DE ANO ANTERIOR
      *    AINDA NO HISTORICO VIVO OBRIGA A ARQUIVAR AQUELE ANO
      *    ANTES, PARA O SALDO TRANSPORTADO SAIR COMPLETO.
      *-----------------------------------------------------------------
       1200-VERIFICAR-ANOS-ANTERIORES.
           OPEN INPUT MOVHIST-FILE
           IF MOVH-ARQ-NAO-EXISTE
               DISPLAY "MOVHIST.DAT NAO ENCONTRADO. NADA A ARQUIVAR."
               MOVE 4 TO WS-RETORNO
               GO TO 1200-VERIFICAR-ANOS-ANTERIORES-EXIT
           END-IF
           MOVE "N" TO WS-ANO-ANTERIOR-SW
           MOVE "N" TO WS-FIM-PRODUTOS-SW
           MOVE 1 TO WS-PRODUTO-PROCURADO
           PERFORM 1210-VERIFICAR-PRODUTO
               THRU 1210-VERIFICAR-PRODUTO-EXIT
               UNTIL FIM-PRODUTOS
           CLOSE MOVHIST-FILE
           IF HA-ANO-ANTERIOR
               DISPLAY "HA LINHAS ANTERIORES A " WS-ANO
                   " NO HISTORICO. ARQUIVE ANTES OS ANOS ANTERIORES."
               MOVE 8 TO WS-RETORNO
           END-IF.
       1200-VERIFICAR-ANOS-ANTERIORES-EXIT.
           EXIT.

       1210-VERIFICAR-PRODUTO.
           MOVE WS-PRODUTO-PROCURADO TO MOVH-CH-PRODUTO
           MOVE 1     TO MOVH-CH-DATA
           MOVE ZEROS TO MOVH-SEQ
           START MOVHIST-FILE KEY IS NOT LESS THAN MOVH-CHAVE
               INVALID KEY
                   SET FIM-PRODUTOS TO TRUE
                   GO TO 1210-VERIFICAR-PRODUTO-EXIT
           END-START
           READ MOVHIST-FILE NEXT RECORD
               AT END
                   SET FIM-PRODUTOS TO TRUE
                   GO TO 1210-VERIFICAR-PRODUTO-EXIT
           END-READ

           IF MOVH-CH-PRODUTO = WS-PRODUTO-PROCURADO
              AND MOVH-CH-DATA < WS-DATA-INICIO-ANO
               SET HA-ANO-ANTERIOR TO TRUE
               SET FIM-PRODUTOS TO TRUE
               DISPLAY "  PRODUTO " MOVH-CH-PRODUTO " COM LINHA DE "
                   MOVH-DATA
               GO TO 1210-VERIFICAR-PRODUTO-EXIT
           END-IF

      *    PRODUTO SEM LINHA DATADA: A LEITURA JA CAIU NO SEGUINTE,
      *    QUE E OLHADO NA PROXIMA VOLTA.
           IF MOVH-CH-PRODUTO NOT = WS-PRODUTO-PROCURADO
               MOVE MOVH-CH-PRODUTO TO WS-PRODUTO-PROCURADO
               GO TO 1210-VERIFICAR-PRODUTO-EXIT
           END-IF
           IF MOVH-CH-PRODUTO = 999999
               SET FIM-PRODUTOS TO TRUE
           ELSE
               COMPUTE WS-PRODUTO-PROCURADO = MOVH-CH-PRODUTO + 1
           END-IF.
       1210-VERIFICAR-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    1300-VERIFICAR-ARQUIVO-MORTO
      *    O ARQUIVO MORTO DO ANO NAO PODE EXISTIR: O ANO JA FOI
      *    ARQUIVADO, E REGRAVA-LO PERDERIA AS LINHAS GUARDADAS.
      *-----------------------------------------------------------------
       1300-VERIFICAR-ARQUIVO-MORTO.
           OPEN INPUT ARQUIVO-MORTO
           IF MORTO-ARQ-NAO-EXISTE
               GO TO 1300-VERIFICAR-ARQUIVO-MORTO-EXIT
           END-IF
           CLOSE ARQUIVO-MORTO
           DISPLAY WS-NOME-ARQUIVO-MORTO " JA EXISTE: ANO " WS-ANO
               " JA ARQUIVADO. NADA FOI ALTERADO."
           MOVE 8 TO WS-RETORNO.
       1300-VERIFICAR-ARQUIVO-MORTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2000-ARQUIVAR-ANO
      *    PERCORRE OS PRODUTOS DO HISTORICO PELA CHAVE. PRODUTO COM
      *    LINHAS NO ANO TEM O SALDO DE 31/12 APURADO, AS LINHAS DE
      *    SALDO TRANSPORTADO GRAVADAS E, SO ENTAO, AS LINHAS DO ANO
      *    COPIADAS PARA O ARQUIVO MORTO E EXCLUIDAS DO HISTORICO.
      *-----------------------------------------------------------------
       2000-ARQUIVAR-ANO.
           OPEN I-O MOVHIST-FILE
           IF NOT MOVH-OK
               DISPLAY "ERRO NA ABERTURA DE MOVHIST.DAT - FILE STATUS "
                   WS-MOVHIST-STATUS
               MOVE 8 TO WS-RETORNO
               GO TO 2000-ARQUIVAR-ANO-EXIT
           END-IF
      *    SEM O ARQUIVO MORTO CRIADO, AS LINHAS DE SALDO
      *    TRANSPORTADO JA SERIAM GRAVADAS NO HISTORICO ANTES DA
      *    PRIMEIRA FALHA: ENCERRA AQUI, SEM ALTERAR NADA.
           OPEN OUTPUT ARQUIVO-MORTO
           IF WS-MORTO-STATUS NOT = "00"
               DISPLAY "ERRO NA CRIACAO DE " WS-NOME-ARQUIVO-MORTO
                   " - FILE STATUS " WS-MORTO-STATUS
               DISPLAY "ARQUIVAMENTO CANCELADO. NADA FOI ALTERADO."
               CLOSE MOVHIST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-FIM-PRODUTOS-SW
           MOVE 1 TO WS-PRODUTO-PROCURADO
           PERFORM 2100-ARQUIVAR-PRODUTO
               THRU 2100-ARQUIVAR-PRODUTO-EXIT
               UNTIL FIM-PRODUTOS
           CLOSE ARQUIVO-MORTO
           CLOSE MOVHIST-FILE.
       2000-ARQUIVAR-ANO-EXIT.
           EXIT.

       2100-ARQUIVAR-PRODUTO.
           MOVE WS-PRODUTO-PROCURADO TO MOVH-CH-PRODUTO
           MOVE ZEROS TO MOVH-CH-DATA MOVH-SEQ
           START MOVHIST-FILE KEY IS NOT LESS THAN MOVH-CHAVE
               INVALID KEY
                   SET FIM-PRODUTOS TO TRUE
                   GO TO 2100-ARQUIVAR-PRODUTO-EXIT
           END-START
           READ MOVHIST-FILE NEXT RECORD
               AT END
                   SET FIM-PRODUTOS TO TRUE
                   GO TO 2100-ARQUIVAR-PRODUTO-EXIT
           END-READ
           MOVE MOVH-CH-PRODUTO TO WS-PRODUTO-CORRENTE

           IF MOVH-CH-DATA < WS-DATA-LIMITE
               ADD 1 TO WS-TOT-PRODUTOS
               PERFORM 2200-APURAR-SALDOS
                   THRU 2200-APURAR-SALDOS-EXIT
               PERFORM 2300-GRAVAR-SALDOS-TRANSPORTADOS
                   THRU 2300-GRAVAR-SALDOS-TRANSPORTADOS-EXIT
               IF WS-RETORNO = ZEROS
                   PERFORM 2400-MOVER-LINHAS-ANO
                       THRU 2400-MOVER-LINHAS-ANO-EXIT
               END-IF
               IF WS-RETORNO NOT = ZEROS
                   SET FIM-PRODUTOS TO TRUE
                   GO TO 2100-ARQUIVAR-PRODUTO-EXIT
               END-IF
           END-IF

           IF WS-PRODUTO-CORRENTE = 999999
               SET FIM-PRODUTOS TO TRUE
           ELSE
               COMPUTE WS-PRODUTO-PROCURADO = WS-PRODUTO-CORRENTE + 1
           END-IF.
       2100-ARQUIVAR-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2200-APURAR-SALDOS
      *    PRIMEIRA PASSADA PELAS LINHAS DO ANO DO PRODUTO, SO DE
      *    LEITURA: GUARDA O SALDO DA LINHA DE MAIOR SEQUENCIA DO
      *    PRODUTO E DE CADA DEPOSITO.
      *-----------------------------------------------------------------
       2200-APURAR-SALDOS.
           MOVE ZEROS TO WS-ULT-SEQ WS-ULT-SALDO WS-ULT-SALDO-VALOR
                         WS-ULT-CUSTO
           MOVE "N" TO WS-ULT-TIPO-I-SW
           MOVE "N" TO WS-ULT-VALOR-INFORMADO-SW
           PERFORM 2210-LIMPAR-DEPOSITO
               THRU 2210-LIMPAR-DEPOSITO-EXIT
               VARYING WS-IDX-DEP FROM 1 BY 1 UNTIL WS-IDX-DEP > 999

           MOVE WS-PRODUTO-CORRENTE TO MOVH-CH-PRODUTO
           MOVE ZEROS TO MOVH-CH-DATA MOVH-SEQ
           START MOVHIST-FILE KEY IS NOT LESS THAN MOVH-CHAVE
               INVALID KEY
                   GO TO 2200-APURAR-SALDOS-EXIT
           END-START
           MOVE "N" TO WS-FIM-PRODUTO-SW
           PERFORM 2220-APURAR-LINHA
               THRU 2220-APURAR-LINHA-EXIT
               UNTIL FIM-PRODUTO.
       2200-APURAR-SALDOS-EXIT.
           EXIT.

       2210-LIMPAR-DEPOSITO.
           MOVE ZEROS TO WS-TAB-DEP-SEQ (WS-IDX-DEP)
                         WS-TAB-DEP-SALDO (WS-IDX-DEP)
           MOVE "N"   TO WS-TAB-DEP-TIPO-I (WS-IDX-DEP).
       2210-LIMPAR-DEPOSITO-EXIT.
           EXIT.

       2220-APURAR-LINHA.
           READ MOVHIST-FILE NEXT RECORD
               AT END
                   SET FIM-PRODUTO TO TRUE
                   GO TO 2220-APURAR-LINHA-EXIT
           END-READ
           IF MOVH-CH-PRODUTO NOT = WS-PRODUTO-CORRENTE
              OR MOVH-CH-DATA NOT < WS-DATA-LIMITE
               SET FIM-PRODUTO TO TRUE
               GO TO 2220-APURAR-LINHA-EXIT
           END-IF

      *    SALDO DO PRODUTO: LINHA "I" SO VALE ENQUANTO NAO HA OUTRA.
           IF MOVH-SALDO-INICIAL
               IF WS-ULT-SEQ = ZEROS
                  OR (ULT-TIPO-I AND MOVH-SEQ > WS-ULT-SEQ)
                   PERFORM 2230-GUARDAR-SALDO-PRODUTO
                       THRU 2230-GUARDAR-SALDO-PRODUTO-EXIT
               END-IF
           ELSE
               IF ULT-TIPO-I OR MOVH-SEQ > WS-ULT-SEQ
                   PERFORM 2230-GUARDAR-SALDO-PRODUTO
                       THRU 2230-GUARDAR-SALDO-PRODUTO-EXIT
               END-IF
           END-IF

      *    SALDO DO DEPOSITO, PELA MESMA REGRA.
           IF MOVH-DEPOSITO IS NUMERIC AND MOVH-DEPOSITO > ZEROS
               MOVE MOVH-DEPOSITO TO WS-DEP-LINHA
           ELSE
               MOVE 1 TO WS-DEP-LINHA
           END-IF
           IF MOVH-SALDO-LOC IS NUMERIC
              AND MOVH-DEPOSITO IS NUMERIC AND MOVH-DEPOSITO > ZEROS
               MOVE MOVH-SALDO-LOC TO WS-SALDO-LINHA-LOC
           ELSE
               IF MOVH-SALDO IS NUMERIC
                   MOVE MOVH-SALDO TO WS-SALDO-LINHA-LOC
               ELSE
                   MOVE ZEROS TO WS-SALDO-LINHA-LOC
               END-IF
           END-IF
           IF MOVH-SALDO-INICIAL
               IF WS-TAB-DEP-SEQ (WS-DEP-LINHA) = ZEROS
                  OR (WS-TAB-DEP-TIPO-I (WS-DEP-LINHA) = "S"
                      AND MOVH-SEQ > WS-TAB-DEP-SEQ (WS-DEP-LINHA))
                   MOVE MOVH-SEQ TO WS-TAB-DEP-SEQ (WS-DEP-LINHA)
                   MOVE "S" TO WS-TAB-DEP-TIPO-I (WS-DEP-LINHA)
                   MOVE WS-SALDO-LINHA-LOC
                       TO WS-TAB-DEP-SALDO (WS-DEP-LINHA)
               END-IF
           ELSE
               IF WS-TAB-DEP-TIPO-I (WS-DEP-LINHA) = "S"
                  OR MOVH-SEQ > WS-TAB-DEP-SEQ (WS-DEP-LINHA)
                   MOVE MOVH-SEQ TO WS-TAB-DEP-SEQ (WS-DEP-LINHA)
                   MOVE "N" TO WS-TAB-DEP-TIPO-I (WS-DEP-LINHA)
                   MOVE WS-SALDO-LINHA-LOC
                       TO WS-TAB-DEP-SALDO (WS-DEP-LINHA)
               END-IF
           END-IF.
       2220-APURAR-LINHA-EXIT.
           EXIT.

       2230-GUARDAR-SALDO-PRODUTO.
           MOVE MOVH-SEQ TO WS-ULT-SEQ
           IF MOVH-SALDO-INICIAL
               MOVE "S" TO WS-ULT-TIPO-I-SW
           ELSE
               MOVE "N" TO WS-ULT-TIPO-I-SW
           END-IF
           IF MOVH-SALDO IS NUMERIC
               MOVE MOVH-SALDO TO WS-ULT-SALDO
           ELSE
               MOVE ZEROS TO WS-ULT-SALDO
           END-IF
           IF MOVH-SALDO-VALOR IS NUMERIC
               MOVE MOVH-SALDO-VALOR TO WS-ULT-SALDO-VALOR
               MOVE "S" TO WS-ULT-VALOR-INFORMADO-SW
           ELSE
               MOVE ZEROS TO WS-ULT-SALDO-VALOR
               MOVE "N" TO WS-ULT-VALOR-INFORMADO-SW
           END-IF
           IF MOVH-CUSTO IS NUMERIC
               MOVE MOVH-CUSTO TO WS-ULT-CUSTO
           ELSE
               MOVE ZEROS TO WS-ULT-CUSTO
           END-IF.
       2230-GUARDAR-SALDO-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2300-GRAVAR-SALDOS-TRANSPORTADOS
      *    UMA LINHA "I" POR DEPOSITO COM SALDO EM 31/12. TODAS
      *    LEVAM O SALDO E O VALOR DO SALDO DO PRODUTO E O CUSTO
      *    MEDIO (VALOR DO SALDO / SALDO; SEM SALDO OU SEM VALOR NA
      *    LINHA, O CUSTO DA PROPRIA LINHA). PRODUTO COM SALDO E SEM
      *    DEPOSITO COM SALDO (HISTORICO ANTIGO) TRANSPORTA PARA O
      *    DEPOSITO 001.
      *-----------------------------------------------------------------
       2300-GRAVAR-SALDOS-TRANSPORTADOS.
           MOVE WS-ULT-CUSTO TO WS-CUSTO-TRANSPORTE
           IF ULT-VALOR-INFORMADO AND WS-ULT-SALDO NOT = ZEROS
               COMPUTE WS-CUSTO-TRANSPORTE ROUNDED
                   = WS-ULT-SALDO-VALOR / WS-ULT-SALDO
           END-IF
           IF ULT-VALOR-INFORMADO
               MOVE WS-ULT-SALDO-VALOR TO WS-VALOR-TRANSPORTE
           ELSE
               COMPUTE WS-VALOR-TRANSPORTE
                   = WS-ULT-SALDO * WS-CUSTO-TRANSPORTE
           END-IF

           MOVE ZEROS TO WS-DEP-GRAVADOS
           PERFORM 2310-GRAVAR-SALDO-DEPOSITO
               THRU 2310-GRAVAR-SALDO-DEPOSITO-EXIT
               VARYING WS-IDX-DEP FROM 1 BY 1
               UNTIL WS-IDX-DEP > 999 OR WS-RETORNO NOT = ZEROS

           IF WS-DEP-GRAVADOS = ZEROS AND WS-ULT-SALDO NOT = ZEROS
              AND WS-RETORNO = ZEROS
               MOVE 1 TO WS-IDX-DEP
               MOVE WS-ULT-SALDO TO WS-TAB-DEP-SALDO (WS-IDX-DEP)
               PERFORM 2320-GRAVAR-LINHA-SALDO
                   THRU 2320-GRAVAR-LINHA-SALDO-EXIT
           END-IF.
       2300-GRAVAR-SALDOS-TRANSPORTADOS-EXIT.
           EXIT.

       2310-GRAVAR-SALDO-DEPOSITO.
           IF WS-TAB-DEP-SALDO (WS-IDX-DEP) NOT = ZEROS
               PERFORM 2320-GRAVAR-LINHA-SALDO
                   THRU 2320-GRAVAR-LINHA-SALDO-EXIT
           END-IF.
       2310-GRAVAR-SALDO-DEPOSITO-EXIT.
           EXIT.

       2320-GRAVAR-LINHA-SALDO.
           MOVE SPACES TO MOVHIST-REC
           MOVE WS-PRODUTO-CORRENTE  TO MOVH-PRODUTO
           MOVE "I"                  TO MOVH-TIPO
           MOVE ZEROS                TO MOVH-QTDE
           MOVE WS-DATA-SALDO-ANT    TO MOVH-DATA
           MOVE ZEROS                TO MOVH-TERCEIRO
           MOVE "SALDO ANT"          TO MOVH-DOCTO
           MOVE WS-LOGIN-CODIGO      TO MOVH-USUARIO
           MOVE WS-ULT-SALDO         TO MOVH-SALDO
           MOVE WS-CUSTO-TRANSPORTE  TO MOVH-CUSTO
           MOVE ZEROS                TO MOVH-VALOR
           MOVE WS-VALOR-TRANSPORTE  TO MOVH-SALDO-VALOR
           MOVE WS-IDX-DEP           TO MOVH-DEPOSITO
           MOVE WS-TAB-DEP-SALDO (WS-IDX-DEP) TO MOVH-SALDO-LOC
           MOVE ZEROS                TO MOVH-ORIG-SEQ MOVH-PEDIDO
                                        MOVH-VALIDADE MOVH-PRECO-VENDA
           PERFORM 8000-NUMERAR-HISTORICO
               THRU 8000-NUMERAR-HISTORICO-EXIT
           WRITE MOVHIST-REC
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO DO SALDO TRANSPORTADO DO "
                       "PRODUTO " WS-PRODUTO-CORRENTE " - FILE STATUS "
                       WS-MOVHIST-STATUS
                   MOVE 8 TO WS-RETORNO
                   GO TO 2320-GRAVAR-LINHA-SALDO-EXIT
           END-WRITE
           ADD 1 TO WS-DEP-GRAVADOS
           ADD 1 TO WS-TOT-TRANSPORTADAS
           ADD WS-TAB-DEP-SALDO (WS-IDX-DEP)
               TO WS-TOT-SALDO-TRANSPORTADO.
       2320-GRAVAR-LINHA-SALDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2400-MOVER-LINHAS-ANO
      *    SEGUNDA PASSADA: CADA LINHA DO ANO DO PRODUTO E COPIADA
      *    PARA O ARQUIVO MORTO E EXCLUIDA DO HISTORICO. COMO A
      *    LINHA LIDA SAI DO ARQUIVO, CADA VOLTA RECOMECA DO INICIO
      *    DO PRODUTO. AS LINHAS "I" RECEM-GRAVADAS SAO DO ANO
      *    SEGUINTE E FICAM.
      *-----------------------------------------------------------------
       2400-MOVER-LINHAS-ANO.
           MOVE "N" TO WS-FIM-PRODUTO-SW
           PERFORM 2410-MOVER-LINHA
               THRU 2410-MOVER-LINHA-EXIT
               UNTIL FIM-PRODUTO.
       2400-MOVER-LINHAS-ANO-EXIT.
           EXIT.

       2410-MOVER-LINHA.
           MOVE WS-PRODUTO-CORRENTE TO MOVH-CH-PRODUTO
           MOVE ZEROS TO MOVH-CH-DATA MOVH-SEQ
           START MOVHIST-FILE KEY IS NOT LESS THAN MOVH-CHAVE
               INVALID KEY
                   SET FIM-PRODUTO TO TRUE
                   GO TO 2410-MOVER-LINHA-EXIT
           END-START
           READ MOVHIST-FILE NEXT RECORD
               AT END
                   SET FIM-PRODUTO TO TRUE
                   GO TO 2410-MOVER-LINHA-EXIT
           END-READ
           IF MOVH-CH-PRODUTO NOT = WS-PRODUTO-CORRENTE
              OR MOVH-CH-DATA NOT < WS-DATA-LIMITE
               SET FIM-PRODUTO TO TRUE
               GO TO 2410-MOVER-LINHA-EXIT
           END-IF

           WRITE MORTO-LINHA FROM MOVHIST-REC
           IF WS-MORTO-STATUS NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DE " WS-NOME-ARQUIVO-MORTO
                   " - FILE STATUS " WS-MORTO-STATUS
               MOVE 8 TO WS-RETORNO
               SET FIM-PRODUTO TO TRUE
               GO TO 2410-MOVER-LINHA-EXIT
           END-IF
           DELETE MOVHIST-FILE RECORD
               INVALID KEY
                   DISPLAY "ERRO NA EXCLUSAO DA LINHA " MOVH-SEQ
                       " DO HISTORICO - FILE STATUS "
                       WS-MOVHIST-STATUS
                   MOVE 8 TO WS-RETORNO
                   SET FIM-PRODUTO TO TRUE
                   GO TO 2410-MOVER-LINHA-EXIT
           END-DELETE
           ADD 1 TO WS-TOT-ARQUIVADAS
           IF MOVH-QTDE IS NUMERIC
               ADD MOVH-QTDE TO WS-TOT-QTDE-ARQUIVADA
           END-IF.
       2410-MOVER-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8000-NUMERAR-HISTORICO
      *    TOMA A SEQUENCIA SEGUINTE NO REGISTRO DE CONTROLE DO
      *    HISTORICO E MONTA AS CHAVES DA LINHA QUE ESTA NO CORPO DO
      *    REGISTRO, COMO NA GRAVACAO PELO SGBD.
      *-----------------------------------------------------------------
       8000-NUMERAR-HISTORICO.
           MOVE MOVH-CORPO TO WS-MOVH-CORPO-GRAVAR
           MOVE "N" TO WS-MOVH-TEM-CONTROLE-SW
           MOVE ZEROS TO WS-MOVH-ULTIMA-SEQ
           MOVE ZEROS TO MOVH-CHAVE
           READ MOVHIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MOVH-TEM-CONTROLE TO TRUE
                   MOVE MOVH-CTL-ULTIMA-SEQ TO WS-MOVH-ULTIMA-SEQ
           END-READ
           ADD 1 TO WS-MOVH-ULTIMA-SEQ

           MOVE SPACES TO MOVHIST-REC
           MOVE ZEROS  TO MOVH-CHAVE MOVH-CHAVE-TERC
                          MOVH-CD-TERCEIRO MOVH-CD-SEQ
           MOVE WS-MOVH-ULTIMA-SEQ TO MOVH-CTL-ULTIMA-SEQ
           IF MOVH-TEM-CONTROLE
               REWRITE MOVHIST-REC
           ELSE
               WRITE MOVHIST-REC
           END-IF

           MOVE WS-MOVH-CORPO-GRAVAR TO MOVH-CORPO
           MOVE MOVH-DATA (7:4) TO WS-MOVH-DATA-CHAVE (1:4)
           MOVE MOVH-DATA (4:2) TO WS-MOVH-DATA-CHAVE (5:2)
           MOVE MOVH-DATA (1:2) TO WS-MOVH-DATA-CHAVE (7:2)
           IF WS-MOVH-DATA-CHAVE IS NUMERIC
               MOVE WS-MOVH-DATA-CHAVE TO MOVH-CH-DATA
           ELSE
               MOVE ZEROS TO MOVH-CH-DATA
           END-IF
           MOVE MOVH-PRODUTO       TO MOVH-CH-PRODUTO
           MOVE WS-MOVH-ULTIMA-SEQ TO MOVH-SEQ
           MOVE MOVH-TERCEIRO      TO MOVH-CT-TERCEIRO
                                      MOVH-CD-TERCEIRO
           MOVE MOVH-CH-DATA       TO MOVH-CT-DATA
           MOVE WS-MOVH-ULTIMA-SEQ TO MOVH-CT-SEQ MOVH-CD-SEQ
           MOVE MOVH-DOCTO         TO MOVH-CD-DOCTO.
       8000-NUMERAR-HISTORICO-EXIT.
           EXIT.
