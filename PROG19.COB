      *== INCLUIDO E EXCLUIDO DENTRO DA MESMA JANELA NAO E ENVIADO
      *== (O CRM NUNCA O VIU). LAYOUT DA LINHA: OPERACAO;ID;NOME;
      *== TELEFONE;ENDERECO;EMAIL;STATUS (REMOCAO: E;ID).
      *== FUSAO DE CLIENTES (PROG28, OPERACAO F NO JORNAL DO ID
      *== DUPLICADO) SAI COMO F;ID ANTIGO;ID SOBREVIVENTE, P/ O CRM
      *== JUNTAR O HISTORICO DOS DOIS; O SOBREVIVENTE VEM NA SUA
      *== PROPRIA LINHA A. O PAR E LIDO DO FUSCLI-DAT (COPY REGFUS).
      *======================================

       ENVIRONMENT DIVISION.
      *DD_DELTACTL-DAT se existirem; senao usa o nome literal no
      *diretorio de trabalho atual.
       FILE-CONTROL.
      *Jornal de mudancas gravado pelo PROG05/PROG07/PROG14/PROG28
           SELECT JORNAL ASSIGN TO "JRNCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JRN-CHAVE
           ALTERNATE RECORD KEY IS JRN-DATA-HORA WITH DUPLICATES
           FILE STATUS IS FS-JORNAL.

      *Referencia cruzada de fusao (COPY REGFUS, gravada pelo PROG28).
      *Opcional: sem o arquivo, nenhuma fusao foi feita ainda
           SELECT FUSOES ASSIGN TO "FUSCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FUS-ID-ANTIGO
           FILE STATUS IS FS-FUSOES.

      *Controle do ultimo envio: data-hora da ultima entrada enviada
           SELECT CTL-ENVIO ASSIGN TO "DELTACTL-DAT"
           ORGANIZATION IS LINE SEQUENTIAL

      *Descreve a estrutura dos arquivos
       FILE SECTION.
      *Jornal: layout compartilhado dos gravadores (COPY REGJRN)
       FD JORNAL.
           COPY REGJRN.

       FD FUSOES.
           COPY REGFUS.

      *Controle do ultimo envio (zeros = nunca enviou, manda tudo)
       FD CTL-ENVIO.
       01 SRT-REGISTRO.
           05 SRT-ID         PIC 9(08).
           05 SRT-DATA-HORA  PIC 9(14).
           05 SRT-SEQ        PIC 9(02).
           05 SRT-OPERACAO   PIC X(01).
           05 SRT-DEPOIS     PIC X(128).

       01 ORD-REGISTRO.
           05 ORD-ID         PIC 9(08).
           05 ORD-DATA-HORA  PIC 9(14).
           05 ORD-SEQ        PIC 9(02).
           05 ORD-OPERACAO   PIC X(01).
           05 ORD-DEPOIS     PIC X(128).

       77 FS-ORDENADO    PIC 9(02) VALUE ZEROS.
       77 FS-DELTA       PIC 9(02) VALUE ZEROS.
       77 FS-AUDITORIA   PIC 9(02) VALUE ZEROS.
       77 FS-FUSOES      PIC 9(02) VALUE ZEROS.
       77 WRK-TEM-FUSOES PIC X(01) VALUE "N".
       77 WRK-MSG-ERRO   PIC X(30) VALUE SPACES.
       77 WRK-LINHA-AUD  PIC X(100) VALUE SPACES.

       77 WRK-TOTAL-ALTERACOES PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-REMOCOES   PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-SUPRIMIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-FUSOES     PIC 9(05) VALUE ZEROS.

      *Imagem de trabalho p/ montar a linha do delta (layout REGCLI)
       01 WRK-IMAGEM.
           SORT ARQ-SORT
             ON ASCENDING KEY SRT-ID
             ON ASCENDING KEY SRT-DATA-HORA
             ON ASCENDING KEY SRT-SEQ
             INPUT PROCEDURE IS 0120-SELECIONAR-NOVAS
             GIVING ARQ-ORDENADO.
           IF SORT-RETURN NOT EQUAL ZERO
             GOBACK
           END-IF.

           OPEN INPUT FUSOES.
           IF FS-FUSOES EQUAL 00
             MOVE "S" TO WRK-TEM-FUSOES
           END-IF.

           OPEN OUTPUT EXTR-DELTA.
           IF FS-DELTA NOT EQUAL 00
             MOVE "DELTA NAO FOI ABERTO" TO WRK-MSG-ERRO
           END-IF.

      *----- INPUT PROCEDURE do SORT: libera so as entradas do jornal
      *posteriores ao ultimo envio (jornal ausente = nada a enviar).
      *START no indice alternado JRN-DATA-HORA: a leitura comeca
      *logo depois do ultimo envio, sem passar pelo jornal antigo
       0120-SELECIONAR-NOVAS           SECTION.
           OPEN INPUT JORNAL.
           IF FS-JORNAL EQUAL 00
             MOVE WRK-ULTIMO-ENVIO TO JRN-DATA-HORA
             START JORNAL KEY IS GREATER THAN JRN-DATA-HORA
               INVALID KEY
                 CONTINUE
             END-START
             PERFORM UNTIL FS-JORNAL NOT EQUAL 00
               AND FS-JORNAL NOT EQUAL 02
               READ JORNAL NEXT RECORD
                 AT END
                   CONTINUE
                 NOT AT END
                     END-IF
                     MOVE JRN-ID        TO SRT-ID
                     MOVE JRN-DATA-HORA TO SRT-DATA-HORA
                     MOVE JRN-SEQ       TO SRT-SEQ
                     MOVE JRN-OPERACAO  TO SRT-OPERACAO
                     MOVE JRN-DEPOIS    TO SRT-DEPOIS
                     RELEASE SRT-REGISTRO
      *----- Emite a linha consolidada de um cliente: ultima operacao
      *E vira remocao explicita (salvo cliente que nasceu e morreu
      *dentro da janela, que o CRM nunca viu); senao a imagem DEPOIS
      *mais recente, como inclusao (entrou na janela) ou alteracao.
      *Ultima operacao F (fundido) vira a linha de fusao, com a mesma
      *supressao do nascido na janela; sem o par no FUSCLI-DAT segue
      *como alteracao comum (o cliente ja esta cancelado na imagem)
       0220-EMITIR-CLIENTE             SECTION.
           MOVE "N" TO WRK-EM-CLIENTE.
           IF WRK-ULTIMA-OP EQUAL "F"
             PERFORM 0225-BUSCAR-FUSAO
           END-IF.
           EVALUATE TRUE
             WHEN WRK-ULTIMA-OP EQUAL "F"
               AND WRK-PRIMEIRA-OP EQUAL "I"
               ADD 1 TO WRK-TOTAL-SUPRIMIDOS
             WHEN WRK-ULTIMA-OP EQUAL "F"
               ADD 1 TO WRK-TOTAL-FUSOES
               MOVE SPACES TO WRK-LINHA-DELTA
               STRING
                   "F;"            DELIMITED BY SIZE
                   WRK-ID-ANT      DELIMITED BY SIZE
                   ";"             DELIMITED BY SIZE
                   FUS-ID-NOVO     DELIMITED BY SIZE
                 INTO WRK-LINHA-DELTA
               END-STRING
               WRITE DELTA-LINHA FROM WRK-LINHA-DELTA
             WHEN WRK-ULTIMA-OP EQUAL "E"
               AND WRK-PRIMEIRA-OP EQUAL "I"
               ADD 1 TO WRK-TOTAL-SUPRIMIDOS
             WHEN WRK-ULTIMA-OP EQUAL "E"
               ADD 1 TO WRK-TOTAL-REMOCOES
               MOVE SPACES TO WRK-LINHA-DELTA
               STRING
                 INTO WRK-LINHA-DELTA
               END-STRING
               WRITE DELTA-LINHA FROM WRK-LINHA-DELTA
             WHEN OTHER
               IF WRK-PRIMEIRA-OP EQUAL "I"
                 MOVE "I" TO WRK-OP-ENVIO
                 ADD 1 TO WRK-TOTAL-INCLUSOES
               ELSE
                 MOVE "A" TO WRK-OP-ENVIO
                 ADD 1 TO WRK-TOTAL-ALTERACOES
               END-IF
               MOVE WRK-ULTIMA-IMAGEM TO WRK-IMAGEM
               MOVE SPACES TO WRK-LINHA-DELTA
               STRING
                   WRK-OP-ENVIO                   DELIMITED BY SIZE
                   ";"                            DELIMITED BY SIZE
                   WRK-IMG-ID                     DELIMITED BY SIZE
                   ";"                            DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-IMG-NOME)     DELIMITED BY SIZE
                   ";"                            DELIMITED BY SIZE
                   WRK-IMG-TELEFONE               DELIMITED BY SIZE
                   ";"                            DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-IMG-ENDERECO) DELIMITED BY SIZE
                   ";"                            DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-IMG-EMAIL)    DELIMITED BY SIZE
                   ";"                            DELIMITED BY SIZE
                   WRK-IMG-STATUS                 DELIMITED BY SIZE
                 INTO WRK-LINHA-DELTA
               END-STRING
               WRITE DELTA-LINHA FROM WRK-LINHA-DELTA
           END-EVALUATE.

      *----- Le o par da fusao no FUSCLI-DAT; sem ele (arquivo
      *ausente ou ID nao registrado) a operacao F volta a valer como
      *alteracao e o cliente sai com a imagem cancelada
       0225-BUSCAR-FUSAO               SECTION.
           IF WRK-TEM-FUSOES EQUAL "S"
             MOVE WRK-ID-ANT TO FUS-ID-ANTIGO
             READ FUSOES KEY IS FUS-ID-ANTIGO
               INVALID KEY
                 MOVE "A" TO WRK-ULTIMA-OP
             END-READ
           ELSE
             MOVE "A" TO WRK-ULTIMA-OP
           END-IF.

      *----- Regrava o controle com a maior data-hora enviada (so se
               WRK-TOTAL-ALTERACOES           DELIMITED BY SIZE
               "  REM="                       DELIMITED BY SIZE
               WRK-TOTAL-REMOCOES             DELIMITED BY SIZE
               "  FUS="                       DELIMITED BY SIZE
               WRK-TOTAL-FUSOES               DELIMITED BY SIZE
             INTO WRK-LINHA-AUD
           END-STRING.
           WRITE LOG-LINHA FROM WRK-LINHA-AUD.

           DISPLAY "DELTA CONCLUIDO. INCLUSOES: " WRK-TOTAL-INCLUSOES
             " ALTERACOES: " WRK-TOTAL-ALTERACOES
             " REMOCOES: " WRK-TOTAL-REMOCOES
             " FUSOES: " WRK-TOTAL-FUSOES.
           DISPLAY "FIM DE PROGRAMA"
           CLOSE ARQ-ORDENADO.
           IF WRK-TEM-FUSOES EQUAL "S"
             CLOSE FUSOES
           END-IF.
           CLOSE EXTR-DELTA.
           CLOSE LOG-AUDITORIA.

