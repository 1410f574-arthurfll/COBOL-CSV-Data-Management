      *-----------------------------------------------------------------
      *  IDENTIFICATION DIVISION
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONVHIST.
       AUTHOR.        EQUIPE DE SISTEMAS.
       INSTALLATION.  SETOR DE TECNOLOGIA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      *  HISTORICO DE ALTERACOES
      *-----------------------------------------------------------------
      *  DATA       AUTOR   DESCRICAO
      *  15/10/2026 EQS     PROGRAMA CRIADO. CONVERSAO UNICA DO
      *                     HISTORICO DE MOVIMENTOS DE TEXTO
      *                     (MOVHIST.TXT) PARA O ARQUIVO INDEXADO
      *                     (MOVHIST.DAT), COM CONFERENCIA DE
      *                     CONTAGEM E TOTAIS ANTES DA VIRADA.
      *  15/10/2026 EQS     FALHA NA ABERTURA DE MOVHIST.TXT OU NA
      *                     CRIACAO DE MOVHIST.DAT ENCERRA COM RETORNO
      *                     8 ANTES DA CARGA.
      *-----------------------------------------------------------------
      *  PROPOSITO
      *      CARREGAR AS LINHAS DO ANTIGO MOVHIST.TXT NO HISTORICO
      *      INDEXADO MOVHIST.DAT (LAYOUT MOVHREC), NUMERANDO CADA
      *      LINHA COM O SEU NUMERO NO ARQUIVO DE TEXTO (A PARTIR DE
      *      1) COMO MOVH-SEQ - E ESSE O NUMERO QUE OS ESTORNOS JA
      *      GRAVADOS GUARDAM EM MOVH-ORIG-SEQ - E GRAVAR O REGISTRO
      *      DE CONTROLE COM A ULTIMA SEQUENCIA USADA. EM SEGUIDA
      *      RELE O ARQUIVO INDEXADO E CONFERE A CONTAGEM DE LINHAS,
      *      A SOMA DAS QUANTIDADES E O EFEITO LIQUIDO NO SALDO
      *      (ENTRADAS MENOS SAIDAS) CONTRA O ARQUIVO DE TEXTO.
      *      DIVERGENCIA ENCERRA COM CODIGO DE RETORNO 8 E DEIXA
      *      MOVHIST.DAT VAZIO - O SISTEMA NAO VIRA PARA O ARQUIVO
      *      NOVO. MOVHIST.TXT NUNCA E ALTERADO: DEPOIS DA VIRADA
      *      FICA SO COMO COPIA DE SEGURANCA. RECUSA RODAR QUANDO
      *      MOVHIST.DAT JA TEM MOVIMENTOS (CONVERSAO JA FEITA) E
      *      ENQUANTO O SGBD TEM SESSAO REGISTRADA. RODAR COM O SGBD
      *      PARADO E DEPOIS DE GERAR UM BACKUP (PROGRAMA BACKUP).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVHIST-TXT-FILE
               ASSIGN TO "MOVHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVHIST-TXT-STATUS.

           SELECT MOVHIST-FILE
               ASSIGN TO "MOVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOVH-CHAVE
               ALTERNATE RECORD KEY IS MOVH-CHAVE-TERC
               ALTERNATE RECORD KEY IS MOVH-CHAVE-DOCTO
               FILE STATUS IS WS-MOVHIST-STATUS.

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
      *-----------------------------------------------------------------
      *    LINHA DO ANTIGO HISTORICO DE TEXTO: E O CORPO DO REGISTRO
      *    ATUAL (MOVH-CORPO) ATE A VALIDADE DO LOTE, SEM AS CHAVES NA
      *    FRENTE. O PRECO DE VENDA, POSTERIOR, FICA EM BRANCO.
      *-----------------------------------------------------------------
       FD  MOVHIST-TXT-FILE
           LABEL RECORD IS OMITTED.
       01  MOVHT-LINHA               PIC X(164).

       FD  MOVHIST-FILE
           LABEL RECORD IS STANDARD.
           COPY MOVHREC.

       FD  SESSAO-FILE
           LABEL RECORD IS OMITTED.
           COPY SESREC.

       FD  USUARIO-FILE
           LABEL RECORD IS STANDARD.
           COPY USURREC.

       WORKING-STORAGE SECTION.
       01  WS-MOVHIST-TXT-STATUS     PIC X(02) VALUE "00".
           88  MOVHT-OK                         VALUE "00".
           88  MOVHT-NAO-EXISTE                 VALUE "35".

       01  WS-MOVHIST-STATUS         PIC X(02) VALUE "00".
           88  MOVH-OK                          VALUE "00".
           88  MOVH-ARQ-NAO-EXISTE              VALUE "35".

       01  WS-RESPOSTA               PIC X(01) VALUE SPACE.

       01  WS-FIM-LEITURA-SW         PIC X(01) VALUE "N".
           88  FIM-LEITURA                      VALUE "S".

       01  WS-TEM-MOVIMENTO-SW       PIC X(01) VALUE "N".
           88  TEM-MOVIMENTO                    VALUE "S".

       01  WS-RETORNO                PIC 9(02) VALUE ZEROS.

       01  WS-MOVH-SEQ               PIC 9(08) VALUE ZEROS.
       01  WS-MOVH-DATA-CHAVE        PIC X(08).

      *-----------------------------------------------------------------
      *    TOTAIS DE CONFERENCIA: DA CARGA (LIDOS DO ARQUIVO DE
      *    TEXTO) E DA RELEITURA DO ARQUIVO INDEXADO. O EFEITO
      *    LIQUIDO SOMA AS QUANTIDADES DOS TIPOS QUE SOMAM NO SALDO
      *    E SUBTRAI AS DOS QUE SUBTRAEM.
      *-----------------------------------------------------------------
       01  WS-CARGA-LINHAS           PIC 9(08) VALUE ZEROS.
       01  WS-CARGA-QTDE             PIC 9(12) VALUE ZEROS.
       01  WS-CARGA-EFEITO           PIC S9(12) VALUE ZEROS.
       01  WS-CARGA-SEM-PRODUTO      PIC 9(08) VALUE ZEROS.
       01  WS-CONF-LINHAS            PIC 9(08) VALUE ZEROS.
       01  WS-CONF-QTDE              PIC 9(12) VALUE ZEROS.
       01  WS-CONF-EFEITO            PIC S9(12) VALUE ZEROS.
       01  WS-CONF-ULTIMA-SEQ        PIC 9(08) VALUE ZEROS.

       01  WS-EFEITO-EDIT            PIC -ZZZ.ZZZ.ZZZ.ZZ9.

      *-----------------------------------------------------------------
      *    AREA DO CONTROLE DE SESSAO DO SGBD (SESSAO.TXT): A
      *    CONVERSAO RECUSA PARTIDA ENQUANTO A SESSAO CONSTA COMO
      *    ATIVA, COM DERRUBADA EXPRESSA DO SUPERVISOR (VALIDADO
      *    CONTRA USUARIO.DAT) PARA LIMPAR SESSAO QUE CAIU.
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
               DISPLAY "CONVERSAO RECUSADA: SGBD COM SESSAO ATIVA. "
                   "ENCERRE A SESSAO E RODE DE NOVO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-VERIFICAR-ARQUIVOS
               THRU 1000-VERIFICAR-ARQUIVOS-EXIT
           IF WS-RETORNO NOT = ZEROS
               MOVE WS-RETORNO TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY " "
           DISPLAY "---- CONVERSAO DO HISTORICO DE MOVIMENTOS PARA O "
               "ARQUIVO INDEXADO ----"
           DISPLAY "ESTE PROGRAMA CARREGA MOVHIST.TXT EM MOVHIST.DAT."
           DISPLAY "GERE UM BACKUP (PROGRAMA BACKUP) ANTES DE SEGUIR."
           DISPLAY "CONFIRMA A CONVERSAO? (S/N): " WITH NO ADVANCING
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "s"
               DISPLAY "CONVERSAO CANCELADA. NADA FOI ALTERADO."
               STOP RUN
           END-IF

           PERFORM 2000-CARREGAR-HISTORICO
               THRU 2000-CARREGAR-HISTORICO-EXIT
           IF WS-RETORNO = ZEROS
               PERFORM 3000-CONFERIR-HISTORICO
                   THRU 3000-CONFERIR-HISTORICO-EXIT
           END-IF

           IF WS-RETORNO = ZEROS
               DISPLAY "CONVERSAO CONCLUIDA. O SISTEMA PASSA A USAR "
                   "MOVHIST.DAT; GUARDE MOVHIST.TXT JUNTO DO BACKUP."
           ELSE
      *        MOVHIST.DAT E REGRAVADO VAZIO PARA O SISTEMA NAO
      *        TRABALHAR SOBRE UM HISTORICO INCOMPLETO; MOVHIST.TXT
      *        FICA INTACTO PARA NOVA TENTATIVA.
               OPEN OUTPUT MOVHIST-FILE
               CLOSE MOVHIST-FILE
               DISPLAY "CONVERSAO TERMINADA COM DIVERGENCIA. "
                   "MOVHIST.DAT FOI ESVAZIADO E MOVHIST.TXT NAO FOI "
                   "ALTERADO. CONFIRA AS MENSAGENS ACIMA."
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
      *    CONFIRMACAO JA DADA BASTA.
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
      *    1000-VERIFICAR-ARQUIVOS
      *    SEM MOVHIST.TXT NAO HA O QUE CONVERTER (INSTALACAO NOVA
      *    JA COMECA NO ARQUIVO INDEXADO). COM MOVHIST.DAT JA
      *    CONTENDO MOVIMENTOS A CONVERSAO JA FOI FEITA, E REPETI-LA
      *    APAGARIA OS MOVIMENTOS GRAVADOS DEPOIS DELA: RECUSA COM
      *    RETORNO 8. UM MOVHIST.DAT SO COM O REGISTRO DE CONTROLE
      *    (OU VAZIO) PODE SER RECARREGADO.
      *-----------------------------------------------------------------
       1000-VERIFICAR-ARQUIVOS.
           OPEN INPUT MOVHIST-TXT-FILE
           IF MOVHT-NAO-EXISTE
               DISPLAY "MOVHIST.TXT NAO ENCONTRADO. NADA A CONVERTER."
               MOVE 4 TO WS-RETORNO
               GO TO 1000-VERIFICAR-ARQUIVOS-EXIT
           END-IF
           IF NOT MOVHT-OK
               DISPLAY "ERRO NA ABERTURA DE MOVHIST.TXT - FILE "
                   "STATUS " WS-MOVHIST-TXT-STATUS ". NADA FEITO."
               MOVE 8 TO WS-RETORNO
               GO TO 1000-VERIFICAR-ARQUIVOS-EXIT
           END-IF
           CLOSE MOVHIST-TXT-FILE

           OPEN INPUT MOVHIST-FILE
           IF MOVH-ARQ-NAO-EXISTE
               GO TO 1000-VERIFICAR-ARQUIVOS-EXIT
           END-IF
           IF NOT MOVH-OK
               DISPLAY "ERRO NA ABERTURA DE MOVHIST.DAT - FILE "
                   "STATUS " WS-MOVHIST-STATUS ". NADA FEITO."
               MOVE 8 TO WS-RETORNO
               GO TO 1000-VERIFICAR-ARQUIVOS-EXIT
           END-IF
           MOVE "N" TO WS-FIM-LEITURA-SW
           MOVE "N" TO WS-TEM-MOVIMENTO-SW
           PERFORM 1100-PROCURAR-MOVIMENTO
               THRU 1100-PROCURAR-MOVIMENTO-EXIT
               UNTIL FIM-LEITURA OR TEM-MOVIMENTO
           CLOSE MOVHIST-FILE
           IF TEM-MOVIMENTO
               DISPLAY "MOVHIST.DAT JA TEM MOVIMENTOS: A CONVERSAO "
                   "JA FOI FEITA. NADA FEITO."
               MOVE 8 TO WS-RETORNO
           END-IF.
       1000-VERIFICAR-ARQUIVOS-EXIT.
           EXIT.

       1100-PROCURAR-MOVIMENTO.
           READ MOVHIST-FILE NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
               NOT AT END
                   IF NOT MOVH-REG-CONTROLE
                       SET TEM-MOVIMENTO TO TRUE
                   END-IF
           END-READ.
       1100-PROCURAR-MOVIMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    2000-CARREGAR-HISTORICO
      *    RECRIA MOVHIST.DAT E CARREGA AS LINHAS DE MOVHIST.TXT NA
      *    ORDEM EM QUE ESTAO, CADA UMA COM O SEU NUMERO DE LINHA
      *    COMO SEQUENCIA, E GRAVA NO FIM O REGISTRO DE CONTROLE COM
      *    A ULTIMA SEQUENCIA.
      *-----------------------------------------------------------------
       2000-CARREGAR-HISTORICO.
           MOVE ZEROS TO WS-MOVH-SEQ WS-CARGA-LINHAS WS-CARGA-QTDE
                         WS-CARGA-EFEITO WS-CARGA-SEM-PRODUTO
           MOVE "N" TO WS-FIM-LEITURA-SW
           OPEN INPUT MOVHIST-TXT-FILE
           IF NOT MOVHT-OK
               DISPLAY "ERRO NA ABERTURA DE MOVHIST.TXT - FILE "
                   "STATUS " WS-MOVHIST-TXT-STATUS ". NADA CARREGADO."
               MOVE 8 TO WS-RETORNO
               GO TO 2000-CARREGAR-HISTORICO-EXIT
           END-IF
           OPEN OUTPUT MOVHIST-FILE
           IF NOT MOVH-OK
               DISPLAY "ERRO NA CRIACAO DE MOVHIST.DAT - FILE "
                   "STATUS " WS-MOVHIST-STATUS ". NADA CARREGADO."
               CLOSE MOVHIST-TXT-FILE
               MOVE 8 TO WS-RETORNO
               GO TO 2000-CARREGAR-HISTORICO-EXIT
           END-IF
           PERFORM 2100-CARREGAR-LINHA
               THRU 2100-CARREGAR-LINHA-EXIT
               UNTIL FIM-LEITURA
           CLOSE MOVHIST-TXT-FILE

           MOVE SPACES TO MOVHIST-REC
           MOVE ZEROS  TO MOVH-CHAVE MOVH-CHAVE-TERC
                          MOVH-CD-TERCEIRO MOVH-CD-SEQ
           MOVE WS-MOVH-SEQ TO MOVH-CTL-ULTIMA-SEQ
           WRITE MOVHIST-REC
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO DO REGISTRO DE CONTROLE "
                       "DE MOVHIST.DAT - FILE STATUS "
                       WS-MOVHIST-STATUS
                   MOVE 8 TO WS-RETORNO
           END-WRITE
           CLOSE MOVHIST-FILE

           DISPLAY "LINHAS CARREGADAS......: " WS-CARGA-LINHAS
           IF WS-CARGA-SEM-PRODUTO > ZEROS
               DISPLAY "  SEM CODIGO DE PRODUTO: " WS-CARGA-SEM-PRODUTO
                   " (GUARDADAS, MAS FORA DOS RELATORIOS)"
           END-IF.
       2000-CARREGAR-HISTORICO-EXIT.
           EXIT.

       2100-CARREGAR-LINHA.
           READ MOVHIST-TXT-FILE
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO 2100-CARREGAR-LINHA-EXIT
           END-READ

           ADD 1 TO WS-MOVH-SEQ
           MOVE SPACES TO MOVHIST-REC
           MOVE MOVHT-LINHA TO MOVH-CORPO

      *    CHAVES MONTADAS COMO NA GRAVACAO PELO SGBD; CAMPO QUE NAO
      *    E NUMERICO NUMA LINHA ANTIGA ENTRA NA CHAVE COMO ZERO.
           MOVE MOVH-DATA (7:4) TO WS-MOVH-DATA-CHAVE (1:4)
           MOVE MOVH-DATA (4:2) TO WS-MOVH-DATA-CHAVE (5:2)
           MOVE MOVH-DATA (1:2) TO WS-MOVH-DATA-CHAVE (7:2)
           IF WS-MOVH-DATA-CHAVE IS NUMERIC
               MOVE WS-MOVH-DATA-CHAVE TO MOVH-CH-DATA
           ELSE
               MOVE ZEROS TO MOVH-CH-DATA
           END-IF
           IF MOVH-PRODUTO IS NUMERIC
               MOVE MOVH-PRODUTO TO MOVH-CH-PRODUTO
           ELSE
               MOVE ZEROS TO MOVH-CH-PRODUTO
               ADD 1 TO WS-CARGA-SEM-PRODUTO
           END-IF
           IF MOVH-TERCEIRO IS NUMERIC
               MOVE MOVH-TERCEIRO TO MOVH-CT-TERCEIRO
                                     MOVH-CD-TERCEIRO
           ELSE
               MOVE ZEROS TO MOVH-CT-TERCEIRO MOVH-CD-TERCEIRO
           END-IF
           MOVE WS-MOVH-SEQ  TO MOVH-SEQ MOVH-CT-SEQ MOVH-CD-SEQ
           MOVE MOVH-CH-DATA TO MOVH-CT-DATA
           MOVE MOVH-DOCTO   TO MOVH-CD-DOCTO

           WRITE MOVHIST-REC
               INVALID KEY
                   DISPLAY "ERRO NA CARGA DA LINHA " WS-MOVH-SEQ
                       " DE MOVHIST.TXT - FILE STATUS "
                       WS-MOVHIST-STATUS
                   MOVE 8 TO WS-RETORNO
               NOT INVALID KEY
                   ADD 1 TO WS-CARGA-LINHAS
                   PERFORM 8000-SOMAR-CARGA THRU 8000-SOMAR-CARGA-EXIT
           END-WRITE.
       2100-CARREGAR-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    3000-CONFERIR-HISTORICO
      *    RELE MOVHIST.DAT INTEIRO E CONFERE CONTRA O QUE FOI LIDO
      *    DE MOVHIST.TXT: CONTAGEM DE LINHAS, SOMA DAS QUANTIDADES,
      *    EFEITO LIQUIDO NO SALDO E A ULTIMA SEQUENCIA DO REGISTRO
      *    DE CONTROLE.
      *-----------------------------------------------------------------
       3000-CONFERIR-HISTORICO.
           MOVE ZEROS TO WS-CONF-LINHAS WS-CONF-QTDE WS-CONF-EFEITO
                         WS-CONF-ULTIMA-SEQ
           MOVE "N" TO WS-FIM-LEITURA-SW
           OPEN INPUT MOVHIST-FILE
           PERFORM 3100-CONFERIR-LINHA
               THRU 3100-CONFERIR-LINHA-EXIT
               UNTIL FIM-LEITURA
           CLOSE MOVHIST-FILE

           DISPLAY "CONFERENCIA               MOVHIST.TXT  MOVHIST.DAT"
           DISPLAY "  LINHAS.................: " WS-MOVH-SEQ
               "     " WS-CONF-LINHAS
           DISPLAY "  SOMA DAS QUANTIDADES...: " WS-CARGA-QTDE
               " " WS-CONF-QTDE
           MOVE WS-CARGA-EFEITO TO WS-EFEITO-EDIT
           DISPLAY "  EFEITO NO SALDO (TXT)..: " WS-EFEITO-EDIT
           MOVE WS-CONF-EFEITO TO WS-EFEITO-EDIT
           DISPLAY "  EFEITO NO SALDO (DAT)..: " WS-EFEITO-EDIT

           IF WS-CONF-LINHAS NOT = WS-MOVH-SEQ
              OR WS-CONF-QTDE NOT = WS-CARGA-QTDE
              OR WS-CONF-EFEITO NOT = WS-CARGA-EFEITO
               DISPLAY "DIVERGENCIA ENTRE MOVHIST.TXT E MOVHIST.DAT."
               MOVE 8 TO WS-RETORNO
           END-IF
           IF WS-CONF-ULTIMA-SEQ NOT = WS-MOVH-SEQ
               DISPLAY "REGISTRO DE CONTROLE COM SEQUENCIA "
                   WS-CONF-ULTIMA-SEQ " - ESPERADA " WS-MOVH-SEQ
               MOVE 8 TO WS-RETORNO
           END-IF.
       3000-CONFERIR-HISTORICO-EXIT.
           EXIT.

       3100-CONFERIR-LINHA.
           READ MOVHIST-FILE NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
               NOT AT END
                   IF MOVH-CHAVE = ZEROS
                       MOVE MOVH-CTL-ULTIMA-SEQ TO WS-CONF-ULTIMA-SEQ
                   ELSE
                       ADD 1 TO WS-CONF-LINHAS
                       IF MOVH-QTDE IS NUMERIC
                           ADD MOVH-QTDE TO WS-CONF-QTDE
                           IF MOVH-SOMA-SALDO
                               ADD MOVH-QTDE TO WS-CONF-EFEITO
                           END-IF
                           IF MOVH-SUBTRAI-SALDO
                               SUBTRACT MOVH-QTDE FROM WS-CONF-EFEITO
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       3100-CONFERIR-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *    8000-SOMAR-CARGA
      *    ACUMULA A LINHA CARREGADA NOS TOTAIS DA CARGA. LINHA COM
      *    QUANTIDADE NAO NUMERICA E SO CONTADA.
      *-----------------------------------------------------------------
       8000-SOMAR-CARGA.
           IF MOVH-QTDE IS NOT NUMERIC
               GO TO 8000-SOMAR-CARGA-EXIT
           END-IF
           ADD MOVH-QTDE TO WS-CARGA-QTDE
           IF MOVH-SOMA-SALDO
               ADD MOVH-QTDE TO WS-CARGA-EFEITO
           END-IF
           IF MOVH-SUBTRAI-SALDO
               SUBTRACT MOVH-QTDE FROM WS-CARGA-EFEITO
           END-IF.
       8000-SOMAR-CARGA-EXIT.
           EXIT.
