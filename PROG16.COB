      *== OBSERVAÇOES: SUBSTITUI AS QUATRO SESSOES DE ATENDIMENTO
      *== (PROG04 + PROG11 OPCAO 2 + PROG14 + LEITURA DO CONCILIA.TXT)
      *== POR UMA SO, P/ RESPONDER A LIGACAO COM O CLIENTE NA LINHA.
      *== EXIGE SIGN-ON DO OPERADOR (ROTINA SENCLI) E MOSTRA, EM CADA
      *== MUDANCA DO JORNAL, O OPERADOR QUE A FEZ.
      *======================================

       ENVIRONMENT DIVISION.

      *Jornal de mudancas gravado pelo PROG05/PROG14
           SELECT JORNAL ASSIGN TO "JRNCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JRN-CHAVE
           ALTERNATE RECORD KEY IS JRN-DATA-HORA WITH DUPLICATES
           FILE STATUS IS FS-JORNAL.

      *Referencia cruzada de fusao (COPY REGFUS, gravada pelo PROG28):
      *ID antigo de cliente fundido aponta p/ o sobrevivente.
      *Opcional: sem o arquivo, nenhuma fusao foi feita ainda
           SELECT FUSOES ASSIGN TO "FUSCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FUS-ID-ANTIGO
           FILE STATUS IS FS-FUSOES.

      *Relatorio da ultima conciliacao gravado pelo PROG10
           SELECT REL-CONCILIA ASSIGN TO "C:\cobol\SMN5\CONCILIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           05 HIST-DATA-STATUS  PIC 9(08).
           05 HIST-DATA-EXPURGO PIC 9(08).

       FD FUSOES.
           COPY REGFUS.

      *Jornal: layout compartilhado dos gravadores (COPY REGJRN)
       FD JORNAL.
           COPY REGJRN.

      *Relatorio de divergencias da conciliacao (lido como texto)
       FD REL-CONCILIA.
       77 FS-HISTORICO   PIC 9(02) VALUE ZEROS.
       77 FS-JORNAL      PIC 9(02) VALUE ZEROS.
       77 FS-CONCILIA    PIC 9(02) VALUE ZEROS.
       77 FS-FUSOES      PIC 9(02) VALUE ZEROS.
       77 FS-AUDITORIA   PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO   PIC X(30) VALUE SPACES.
       77 WRK-ID-BUSCA   PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-MUDANCAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CONCIL PIC 9(03) VALUE ZEROS.
       77 WRK-LINHA-AUD  PIC X(100) VALUE SPACES.
      *ID informado antes de seguir a fusao: o jornal do ID antigo
      *(inclusive a linha F da fusao) continua fazendo parte da visao
       77 WRK-ID-INFORMADO PIC 9(08) VALUE ZEROS.
       77 WRK-ID-JORNAL    PIC 9(08) VALUE ZEROS.
       77 WRK-TEM-FUSOES PIC X(01) VALUE "N".
       77 WRK-FIM-CADEIA PIC X(01) VALUE "N".
       77 WRK-SALTOS     PIC 9(02) VALUE ZEROS.

      *Area de parametros da trava de execucao (rotina TRVCLI):
      *leitor de CLIENTE.DAT, carimba leitura compartilhada p/ a
           COPY TRVPAR.
       77 WRK-CARIMBADO  PIC X(01) VALUE "N".

      *Area de parametros da identificacao do operador (rotina
      *SENCLI): SEN-OPERADOR carimba a auditoria da consulta
           COPY SENPAR.

      *Imagem de trabalho p/ exibir os campos de antes/depois do
      *jornal (mesmo quadro do PROG14)
       01 WRK-IMAGEM.
           PERFORM 0300-FINALIZAR.
           GOBACK.

      *----- Identifica o operador, abre o mestre para leitura e a
      *auditoria
       0100-INICIALIZAR                SECTION.
           MOVE "L" TO SEN-FUNCAO.
           CALL "SENCLI" USING SEN-PARAMETROS.
           IF SEN-RETORNO NOT EQUAL "S"
             DISPLAY SEN-MOTIVO
             MOVE "OPERADOR NAO IDENTIFICADO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

      *----- Carimbo de leitura compartilhada: nao bloqueia ninguem,
      *mas impede a recarga do PROG09 de substituir o arquivo
      *durante esta execucao
             DISPLAY "ARQUIVO OK"
           END-IF.

           OPEN INPUT FUSOES.
           IF FS-FUSOES EQUAL 00
             MOVE "S" TO WRK-TEM-FUSOES
           END-IF.

           OPEN EXTEND LOG-AUDITORIA.
           IF FS-AUDITORIA NOT EQUAL 00
             OPEN OUTPUT LOG-AUDITORIA
             GOBACK
           END-IF.

           MOVE WRK-ID-BUSCA TO WRK-ID-INFORMADO.
           IF WRK-TEM-FUSOES EQUAL "S"
             PERFORM 0220-SEGUIR-FUSAO
           END-IF.

           DISPLAY "========================================".
           DISPLAY "CLIENTE 360 - REG-ID: " WRK-ID-BUSCA.
           PERFORM 0230-EXIBIR-REGISTRO.
           ADD 1 TO WRK-TOTAL-ACHADOS.
           DISPLAY REG-ID "  " REG-NOME.

      *----- ID de cliente fundido: segue o apontamento ate o
      *sobrevivente (em cadeia, se ele tambem foi fundido depois),
      *com limite de saltos p/ nao girar em referencia circular
       0220-SEGUIR-FUSAO               SECTION.
           MOVE "N" TO WRK-FIM-CADEIA.
           MOVE ZEROS TO WRK-SALTOS.
           PERFORM UNTIL WRK-FIM-CADEIA EQUAL "S"
             OR WRK-SALTOS EQUAL 10
             MOVE WRK-ID-BUSCA TO FUS-ID-ANTIGO
             READ FUSOES KEY IS FUS-ID-ANTIGO
               INVALID KEY
                 MOVE "S" TO WRK-FIM-CADEIA
               NOT INVALID KEY
                 ADD 1 TO WRK-SALTOS
                 DISPLAY "ID " FUS-ID-ANTIGO " FUNDIDO NO ID "
                   FUS-ID-NOVO " EM " FUS-DATA-HORA
                 MOVE FUS-ID-NOVO TO WRK-ID-BUSCA
             END-READ
           END-PERFORM.

      *----- Mostra o registro vivo OU o arquivado no historico
      *(READ por chave exige reposicionamento: o indice corrente pode
      *ter ficado num alternado apos a busca, por isso MOVE + READ)
             CLOSE HISTORICO
           END-IF.

      *----- Lista as mudancas do jornal em ordem de data: primeiro
      *as do ID informado e, se ele foi fundido, as do sobrevivente
      *(START na JRN-CHAVE de cada ID, sem ler o jornal inteiro)
       0250-EXIBIR-JORNAL              SECTION.
           DISPLAY "----- HISTORICO DE MUDANCAS -----".
           OPEN INPUT JORNAL.
           IF FS-JORNAL NOT EQUAL 00
             DISPLAY "(SEM JORNAL DISPONIVEL. FS: " FS-JORNAL ")"
           ELSE
             MOVE WRK-ID-INFORMADO TO WRK-ID-JORNAL
             PERFORM 0252-LISTAR-ID
             IF WRK-ID-BUSCA NOT EQUAL WRK-ID-INFORMADO
               MOVE WRK-ID-BUSCA TO WRK-ID-JORNAL
               PERFORM 0252-LISTAR-ID
             END-IF
             CLOSE JORNAL
             IF WRK-QTD-MUDANCAS EQUAL ZEROS
               DISPLAY "SEM MUDANCAS REGISTRADAS NO JORNAL"
             END-IF
           END-IF.

      *----- Lista as entradas de um ID (WRK-ID-JORNAL)
       0252-LISTAR-ID                  SECTION.
           MOVE WRK-ID-JORNAL TO JRN-ID.
           MOVE ZEROS TO JRN-DATA-HORA.
           MOVE ZEROS TO JRN-SEQ.
           START JORNAL KEY IS NOT LESS THAN JRN-CHAVE
             INVALID KEY
               CONTINUE
           END-START.
           IF FS-JORNAL EQUAL 00
             READ JORNAL NEXT RECORD
             PERFORM UNTIL
               (FS-JORNAL NOT EQUAL 00 AND FS-JORNAL NOT EQUAL 02)
               OR JRN-ID NOT EQUAL WRK-ID-JORNAL
               ADD 1 TO WRK-QTD-MUDANCAS
               PERFORM 0255-EXIBIR-MUDANCA
               READ JORNAL NEXT RECORD
             END-PERFORM
           END-IF.

      *----- Exibe uma mudanca do jornal (mesmo quadro do PROG14)
       0255-EXIBIR-MUDANCA             SECTION.
           DISPLAY "MUDANCA " WRK-QTD-MUDANCAS
             "  DATA-HORA: " JRN-DATA-HORA
             "  OPERACAO: " JRN-OPERACAO
             "  OPERADOR: " JRN-OPERADOR.
           IF JRN-ANTES EQUAL SPACES
             DISPLAY "ANTES.  (INCLUSAO)"
           ELSE
               WRK-QTD-MUDANCAS               DELIMITED BY SIZE
               "  APONTAMENTOS="              DELIMITED BY SIZE
               WRK-QTD-CONCIL                 DELIMITED BY SIZE
               "  OPR="                       DELIMITED BY SIZE
               SEN-OPERADOR                   DELIMITED BY SIZE
             INTO WRK-LINHA-AUD
           END-STRING.
           WRITE LOG-LINHA FROM WRK-LINHA-AUD.

           DISPLAY "FIM DE PROGRAMA"
           CLOSE CLIENTES.
           IF WRK-TEM-FUSOES EQUAL "S"
             CLOSE FUSOES
           END-IF.
           IF WRK-CARIMBADO EQUAL "S"
             MOVE "D" TO TRV-FUNCAO
             CALL "TRVCLI" USING TRV-PARAMETROS
