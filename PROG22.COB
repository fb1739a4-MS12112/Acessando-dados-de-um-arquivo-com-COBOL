      *== (LGPD). OPERACAO 1 - ELIMINACAO DE UM TITULAR: ANONIMIZA O
      *== REG-ID INFORMADO NO MESTRE (CLIENTE.DAT), NO HISTORICO
      *== (HISTCLI-DAT) E EM TODAS AS IMAGENS DO JORNAL (JRNCLI-DAT),
      *== E APAGA NOME E DESTINO (EMAIL/TELEFONE) DOS AVISOS AO
      *== CLIENTE (NOTCLI-DAT, DO PROG34),
      *== MANTENDO UM TOCO NAO IDENTIFICAVEL (ID, STATUS E DATAS)
      *== P/ AS CONTAGENS E AS FIGURAS DO PROG13 NAO MUDAREM;
      *== RELACIONA AS GERACOES DE BACKUP (BACKCLI-G1..G7) QUE AINDA
      *== HIST-DATA-EXPURGO HA MAIS DE 5 ANOS (A POLITICA DO
      *== CABECALHO DO PROG11, ATE AQUI SEM EXECUTOR).
      *== DATA = 02/09/2026
      *== OBSERVAÇOES: O JORNAL E INDEXADO PELO CLIENTE, ENTAO A
      *== ANONIMIZACAO LE SO AS ENTRADAS DO TITULAR (START NA
      *== JRN-CHAVE) E AS REGRAVA NO LUGAR, NO JORNAL VIVO E NO
      *== ARQUIVO MORTO (JRNARQ-DAT, DO PROG33, SE JA EXISTIR).
      *== OS AVISOS SAO INDEXADOS PELO LOTE, ENTAO ESSES SAO LIDOS
      *== POR INTEIRO (SE JA EXISTIR O ARQUIVO).
      *== OS BACKUPS NAO SAO REESCRITOS: O RODIZIO
      *== DE 7 GERACOES DO PROG09 OS SOBRESCREVE NATURALMENTE, E O
      *== CERTIFICADO REGISTRA QUAIS AINDA CONTEM O ID E DE QUANDO
      *== SAO. CARTAO PARM22-DAT OPCIONAL P/ EXECUCAO NAO ASSISTIDA
      *== (OPERACAO + REG-ID + CONFIRMACAO + OPERADOR), IGUAL AOS
      *== DEMAIS. A ELIMINACAO E RESTRITA A SUPERVISOR: NO CONSOLE,
      *== PELO SIGN-ON (ROTINA SENCLI); NO CARTAO, O OPERADOR
      *== INFORMADO PRECISA SER UM SUPERVISOR ATIVO. A RETENCAO PODE
      *== RODAR NO CARTAO SEM OPERADOR (CARIMBO "PROG22").
      *======================================

       ENVIRONMENT DIVISION.

      *Jornal de mudancas gravado pelo PROG05/PROG07/PROG14
           SELECT JORNAL ASSIGN TO "JRNCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JRN-CHAVE
           ALTERNATE RECORD KEY IS JRN-DATA-HORA WITH DUPLICATES
           FILE STATUS IS FS-JORNAL.

      *Arquivo morto do jornal (PROG33), mesmo layout e indices.
      *Opcional: sem o arquivo, nada foi arquivado ainda
           SELECT JORNAL-ARQ ASSIGN TO "JRNARQ-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JRA-CHAVE
           ALTERNATE RECORD KEY IS JRA-DATA-HORA WITH DUPLICATES
           FILE STATUS IS FS-JRNARQ.

      *Historico dos avisos enviados ao cliente (PROG34/PROG35).
      *Opcional: sem o arquivo, nenhum aviso foi gerado ainda
           SELECT NOTIFICACOES ASSIGN TO "NOTCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NOT-CHAVE
           FILE STATUS IS FS-NOTIFICACOES.

      *Geracoes de backup em rodizio (mesmo esquema do PROG09: uma
      *SELECT fixa por geracao e EVALUATE nos acessos)
           05 HIST-DATA-STATUS  PIC 9(08).
           05 HIST-DATA-EXPURGO PIC 9(08).

      *Jornal: layout compartilhado dos gravadores (COPY REGJRN)
       FD JORNAL.
           COPY REGJRN.

      *Arquivo morto: o mesmo layout, com o prefixo JRA-
       FD JORNAL-ARQ.
           COPY REGJRN REPLACING LEADING ==JRN-== BY ==JRA-==
                                 ==REG-JORNAL== BY ==REG-JORNAL-ARQ==.

      *Avisos ao cliente: layout compartilhado (COPY REGNOT)
       FD NOTIFICACOES.
           COPY REGNOT.

      *Cada geracao tem o mesmo formato de linha do PROG09 (CAB/DET/
      *TOT); a leitura aqui e so p/ procurar o ID nos detalhes
           05 PRM-OPCAO    PIC X(01).
           05 PRM-VALOR    PIC X(08).
           05 PRM-CONFIRMA PIC X(01).
           05 PRM-OPERADOR PIC X(08).
           05 FILLER       PIC X(62).

      *Trilha de auditoria de acesso/atualizacao de CLIENTE.DAT
       FD LOG-AUDITORIA.
       77 FS-CLIENTES    PIC 9(02) VALUE ZEROS.
       77 FS-HISTORICO   PIC 9(02) VALUE ZEROS.
       77 FS-JORNAL      PIC 9(02) VALUE ZEROS.
       77 FS-JRNARQ      PIC 9(02) VALUE ZEROS.
       77 FS-NOTIFICACOES PIC 9(02) VALUE ZEROS.
       77 FS-BACKUP      PIC 9(02) VALUE ZEROS.
       77 FS-CERT        PIC 9(02) VALUE ZEROS.
       77 FS-PARM        PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-OK    PIC X(01) VALUE "N".
       77 WRK-PRM-VALOR  PIC 9(08) VALUE ZEROS.
       77 WRK-PRM-CONF   PIC X(01) VALUE SPACE.
       77 WRK-PRM-OPERADOR PIC X(08) VALUE SPACES.

      *-----------RESULTADOS DA ELIMINACAO----------------
       77 WRK-FEZ-MESTRE    PIC X(01) VALUE "N".
       77 WRK-FEZ-HIST      PIC X(01) VALUE "N".
       77 WRK-QTD-JORNAL    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ARQUIVO   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-AVISOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-BACKUPS   PIC 9(01) VALUE ZERO.
       77 WRK-ACHOU-NA-GER  PIC X(01) VALUE "N".
       77 WRK-GER-DATA      PIC 9(14) VALUE ZEROS.
           COPY TRVPAR.
       77 WRK-TRAVADO    PIC X(01) VALUE "N".

      *-----------IDENTIFICACAO DO OPERADOR----------------
      *Sign-on (rotina SENCLI): SEN-OPERADOR carimba o jornal e a
      *auditoria; SEN-PERFIL libera a eliminacao (so supervisor)
           COPY SENPAR.

      *Imagem de trabalho p/ anonimizar as imagens do jornal
       01 WRK-IMAGEM.
           05 WRK-IMG-ID          PIC 9(08).
           05 WRK-IMG-STATUS      PIC X(01).
           05 WRK-IMG-DATA-STATUS PIC 9(08).

      *Imagens da entrada corrente (do jornal ou do arquivo morto)
       01 WRK-JRN-IMAGENS.
           05 WRK-JRN-ANTES     PIC X(128).
           05 WRK-JRN-DEPOIS    PIC X(128).

      *----- Pergunta a operacao (ou le o cartao) e abre a auditoria
       0100-INICIALIZAR                SECTION.
           PERFORM 0110-LER-PARAMETROS.
           PERFORM 0120-IDENTIFICAR-OPERADOR.
           IF WRK-PARM-OK NOT EQUAL "S"
             DISPLAY "ELIMINACAO DE DADOS (LGPD) / RETENCAO"
             DISPLAY "1-ELIMINAR TITULAR  2-RETENCAO DO HISTORICO"
             MOVE PRM-OPCAO TO WRK-OPCAO
             MOVE PRM-VALOR TO WRK-PRM-VALOR
             MOVE PRM-CONFIRMA TO WRK-PRM-CONF
             MOVE PRM-OPERADOR TO WRK-PRM-OPERADOR
             MOVE "S" TO WRK-PARM-OK
             DISPLAY "MODO NAO ASSISTIDO. OPERACAO: " WRK-OPCAO
             CLOSE ARQ-PARM
           END-IF.

      *----- Identifica o operador: sign-on no console; no cartao, o
      *operador informado e so verificado (sem senha). Cartao sem
      *operador roda como lote, sem perfil de supervisor
       0120-IDENTIFICAR-OPERADOR       SECTION.
           IF WRK-PARM-OK EQUAL "S"
             IF WRK-PRM-OPERADOR EQUAL SPACES
               MOVE "PROG22" TO SEN-OPERADOR
               MOVE "O" TO SEN-PERFIL
             ELSE
               MOVE "V" TO SEN-FUNCAO
               MOVE WRK-PRM-OPERADOR TO SEN-OPERADOR
               CALL "SENCLI" USING SEN-PARAMETROS
               IF SEN-RETORNO NOT EQUAL "S"
                 DISPLAY SEN-MOTIVO
                 MOVE "OPERADOR DO CARTAO RECUSADO" TO WRK-MSG-ERRO
                 PERFORM 9000-TRATA-ERRO
                 GOBACK
               END-IF
             END-IF
           ELSE
             MOVE "L" TO SEN-FUNCAO
             CALL "SENCLI" USING SEN-PARAMETROS
             IF SEN-RETORNO NOT EQUAL "S"
               DISPLAY SEN-MOTIVO
               MOVE "OPERADOR NAO IDENTIFICADO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
           END-IF.

      *----- Direciona p/ a eliminacao ou p/ a retencao
       0200-PROCESSAR                  SECTION.
           EVALUATE WRK-OPCAO
      *----- Eliminacao de um titular: anonimiza mestre, historico e
      *jornal, relaciona os backups e imprime o certificado
       0210-ELIMINAR-TITULAR           SECTION.
           IF SEN-PERFIL NOT EQUAL "S"
             MOVE "FUNCAO RESTRITA A SUPERVISOR" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           IF WRK-PARM-OK EQUAL "S"
             MOVE WRK-PRM-VALOR TO WRK-ID-ALVO
             MOVE WRK-PRM-CONF  TO WRK-CONFIRMA
           PERFORM 0220-ANONIMIZAR-MESTRE.
           PERFORM 0230-ANONIMIZAR-HISTORICO.
           PERFORM 0240-ANONIMIZAR-JORNAL.
           PERFORM 0241-ANONIMIZAR-ARQUIVO.
           PERFORM 0243-ANONIMIZAR-AVISOS.
           PERFORM 0242-JORNALIZAR-ANONIMIZACAO.
           PERFORM 0250-PROCURAR-BACKUPS.
           PERFORM 0260-EMITIR-CERTIFICADO.
             CLOSE HISTORICO
           END-IF.

      *----- Anonimiza as imagens do titular no jornal, no proprio
      *lugar: START na JRN-CHAVE do ID e REWRITE de cada entrada dele
      *(as entradas dos demais clientes nem sao lidas)
       0240-ANONIMIZAR-JORNAL          SECTION.
           OPEN I-O JORNAL.
           IF FS-JORNAL NOT EQUAL 00
             DISPLAY "(SEM JORNAL A ANONIMIZAR. FS: " FS-JORNAL ")"
           ELSE
             MOVE WRK-ID-ALVO TO JRN-ID
             MOVE ZEROS TO JRN-DATA-HORA
             MOVE ZEROS TO JRN-SEQ
             START JORNAL KEY IS NOT LESS THAN JRN-CHAVE
               INVALID KEY
                 CONTINUE
             END-START
             IF FS-JORNAL EQUAL 00
               READ JORNAL NEXT RECORD
             END-IF
             PERFORM UNTIL
               (FS-JORNAL NOT EQUAL 00 AND FS-JORNAL NOT EQUAL 02)
               OR JRN-ID NOT EQUAL WRK-ID-ALVO
               ADD 1 TO WRK-QTD-JORNAL
               MOVE JRN-ANTES TO WRK-JRN-ANTES
               MOVE JRN-DEPOIS TO WRK-JRN-DEPOIS
               PERFORM 0245-ANONIMIZAR-IMAGENS
               MOVE WRK-JRN-ANTES TO JRN-ANTES
               MOVE WRK-JRN-DEPOIS TO JRN-DEPOIS
               REWRITE REG-JORNAL
                 INVALID KEY
                   MOVE "JORNAL NAO FOI REGRAVADO" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
                   GOBACK
               END-REWRITE
               READ JORNAL NEXT RECORD
             END-PERFORM
             CLOSE JORNAL
           END-IF.

      *----- Mesma anonimizacao no arquivo morto do jornal (entradas
      *antigas movidas pelo PROG33); sem o arquivo (FS=35), nada a
      *fazer
       0241-ANONIMIZAR-ARQUIVO         SECTION.
           OPEN I-O JORNAL-ARQ.
           IF FS-JRNARQ NOT EQUAL 00
             IF FS-JRNARQ NOT EQUAL 35
               MOVE "ARQUIVO MORTO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
           ELSE
             MOVE WRK-ID-ALVO TO JRA-ID
             MOVE ZEROS TO JRA-DATA-HORA
             MOVE ZEROS TO JRA-SEQ
             START JORNAL-ARQ KEY IS NOT LESS THAN JRA-CHAVE
               INVALID KEY
                 CONTINUE
             END-START
             IF FS-JRNARQ EQUAL 00
               READ JORNAL-ARQ NEXT RECORD
             END-IF
             PERFORM UNTIL
               (FS-JRNARQ NOT EQUAL 00 AND FS-JRNARQ NOT EQUAL 02)
               OR JRA-ID NOT EQUAL WRK-ID-ALVO
               ADD 1 TO WRK-QTD-ARQUIVO
               MOVE JRA-ANTES TO WRK-JRN-ANTES
               MOVE JRA-DEPOIS TO WRK-JRN-DEPOIS
               PERFORM 0245-ANONIMIZAR-IMAGENS
               MOVE WRK-JRN-ANTES TO JRA-ANTES
               MOVE WRK-JRN-DEPOIS TO JRA-DEPOIS
               REWRITE REG-JORNAL-ARQ
                 INVALID KEY
                   MOVE "ARQUIVO MORTO NAO REGRAVADO" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
                   GOBACK
               END-REWRITE
               READ JORNAL-ARQ NEXT RECORD
             END-PERFORM
             CLOSE JORNAL-ARQ
           END-IF.

      *----- Avisos ao cliente: a chave e o lote, nao o cliente, entao
      *le o arquivo todo; nos do titular apaga nome e destino e mantem
      *o resto (tipo, datas, valor, situacao) p/ as contagens do
      *PROG35. Sem o arquivo (FS=35), nada a fazer
       0243-ANONIMIZAR-AVISOS          SECTION.
           OPEN I-O NOTIFICACOES.
           IF FS-NOTIFICACOES NOT EQUAL 00
             IF FS-NOTIFICACOES NOT EQUAL 35
               MOVE "AVISOS NAO FORAM ABERTOS" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
           ELSE
             READ NOTIFICACOES NEXT RECORD
             PERFORM UNTIL
               FS-NOTIFICACOES NOT EQUAL 00 AND
               FS-NOTIFICACOES NOT EQUAL 02
               IF NOT-ID EQUAL WRK-ID-ALVO
                 ADD 1 TO WRK-QTD-AVISOS
                 MOVE "TITULAR ANONIMIZADO" TO NOT-NOME
                 MOVE SPACES TO NOT-DESTINO
                 REWRITE REG-NOTIFICACAO
                   INVALID KEY
                     MOVE "AVISO NAO REGRAVADO" TO WRK-MSG-ERRO
                     PERFORM 9000-TRATA-ERRO
                     GOBACK
                 END-REWRITE
               END-IF
               READ NOTIFICACOES NEXT RECORD
             END-PERFORM
             CLOSE NOTIFICACOES
           END-IF.

      *----- Anonimiza as imagens antes/depois de uma entrada
      *nao ser anonimizada de novo na mesma passada.
       0242-JORNALIZAR-ANONIMIZACAO    SECTION.
           IF WRK-FEZ-MESTRE EQUAL "S"
             OPEN I-O JORNAL
             IF FS-JORNAL EQUAL 35
               OPEN OUTPUT JORNAL
               CLOSE JORNAL
               OPEN I-O JORNAL
             END-IF
             IF FS-JORNAL NOT EQUAL 00
               DISPLAY "AVISO: JORNAL NAO GRAVADO. FS: " FS-JORNAL
               MOVE WRK-ID-ALVO TO JRN-ID
               MOVE WRK-IMAGEM-ANON TO JRN-ANTES
               MOVE WRK-IMAGEM-ANON TO JRN-DEPOIS
               MOVE SEN-OPERADOR TO JRN-OPERADOR
      *----- Mesma regra de sequencia dos gravadores (COPY REGJRN)
               MOVE ZEROS TO JRN-SEQ
               WRITE REG-JORNAL
                 INVALID KEY
                   CONTINUE
               END-WRITE
               PERFORM UNTIL FS-JORNAL NOT EQUAL 22
                 OR JRN-SEQ EQUAL 99
                 ADD 1 TO JRN-SEQ
                 WRITE REG-JORNAL
                   INVALID KEY
                     CONTINUE
                 END-WRITE
               END-PERFORM
               IF FS-JORNAL NOT EQUAL 00 AND FS-JORNAL NOT EQUAL 02
                 DISPLAY "AVISO: JORNAL NAO GRAVADO. FS: " FS-JORNAL
               END-IF
               CLOSE JORNAL
             END-IF
           END-IF.

      *----- Procura o ID nas 7 geracoes de backup e guarda a data
      *da descarga de cada geracao que ainda o contem
       0250-PROCURAR-BACKUPS           SECTION.
           END-STRING.
           WRITE CERT-LINHA FROM WRK-LINHA-CERT-ITEM.

           MOVE "ARQUIVO MORTO (JRNARQ)..: " TO WRK-ITEM-ONDE.
           MOVE WRK-QTD-ARQUIVO TO WRK-QTD-JRN-TXT.
           MOVE SPACES TO WRK-ITEM-RESULT.
           STRING
               WRK-QTD-JRN-TXT            DELIMITED BY SIZE
               " ENTRADAS ANONIMIZADAS"   DELIMITED BY SIZE
             INTO WRK-ITEM-RESULT
           END-STRING.
           WRITE CERT-LINHA FROM WRK-LINHA-CERT-ITEM.

           MOVE "AVISOS (NOTCLI-DAT).....: " TO WRK-ITEM-ONDE.
           MOVE WRK-QTD-AVISOS TO WRK-QTD-JRN-TXT.
           MOVE SPACES TO WRK-ITEM-RESULT.
           STRING
               WRK-QTD-JRN-TXT            DELIMITED BY SIZE
               " AVISOS ANONIMIZADOS"     DELIMITED BY SIZE
             INTO WRK-ITEM-RESULT
           END-STRING.
           WRITE CERT-LINHA FROM WRK-LINHA-CERT-ITEM.

           IF WRK-QTD-BACKUPS EQUAL ZERO
             MOVE "BACKUPS (G1-G7).........: " TO WRK-ITEM-ONDE
             MOVE "NENHUMA GERACAO CONTEM O ID" TO WRK-ITEM-RESULT
               WRK-QTD-JORNAL                 DELIMITED BY SIZE
               "  REGISTROS="                 DELIMITED BY SIZE
               WRK-TOTAL-REMOVIDOS            DELIMITED BY SIZE
               "  OPR="                       DELIMITED BY SIZE
               SEN-OPERADOR                   DELIMITED BY SIZE
             INTO WRK-LINHA-AUD
           END-STRING.
           WRITE LOG-LINHA FROM WRK-LINHA-AUD.
