      *== OBJETIVO: CONSULTA PONTUAL DE UM CLIENTE PELO REG-ID
      *== DATA = 08/08/2026
      *== OBSERVAÇOES: LEITURA INDEXADA DE CLIENTE.DAT, IRMAO DO PROG03
      *== EXIGE SIGN-ON DO OPERADOR (ROTINA SENCLI).
      *======================================

       ENVIRONMENT DIVISION.
           ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

      *Referencia cruzada de fusao (COPY REGFUS, gravada pelo PROG28):
      *ID antigo de cliente fundido aponta p/ o sobrevivente.
      *Opcional: sem o arquivo, nenhuma fusao foi feita ainda
           SELECT FUSOES ASSIGN TO "FUSCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FUS-ID-ANTIGO
           FILE STATUS IS FS-FUSOES.

      *Trilha de auditoria: uma linha por execucao (ver 0300-FINALIZAR)
           SELECT LOG-AUDITORIA ASSIGN TO "C:\cobol\SMN5\AUDITORIA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
       FD CLIENTES.
           COPY REGCLI.

       FD FUSOES.
           COPY REGFUS.

      *Trilha de auditoria de acesso/atualizacao de CLIENTE.DAT
       FD LOG-AUDITORIA.
       01 LOG-LINHA        PIC X(100).
       WORKING-STORAGE              SECTION.
       77 FS-CLIENTES   PIC 9(02) VALUE ZEROS.
       77 FS-AUDITORIA  PIC 9(02) VALUE ZEROS.
       77 FS-FUSOES     PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO  PIC X(30) VALUE SPACES.
       77 WRK-ID-BUSCA  PIC 9(08) VALUE ZEROS.
       77 WRK-ACHADO    PIC 9(01) VALUE ZERO.
       77 WRK-LINHA-AUD PIC X(100) VALUE SPACES.
       77 WRK-TEM-FUSOES PIC X(01) VALUE "N".
       77 WRK-FIM-CADEIA PIC X(01) VALUE "N".
       77 WRK-SALTOS    PIC 9(02) VALUE ZEROS.

      *Area de parametros da identificacao do operador (rotina
      *SENCLI): SEN-OPERADOR carimba a auditoria da consulta
           COPY SENPAR.

       PROCEDURE DIVISION.
       0001-PRINCIPAL                  SECTION.
           PERFORM 0300-FINALIZAR.
           GOBACK.

      *----- Identifica o operador, abre o arquivo para leitura e
      *verifica se houve erro
       0100-INICIALIZAR                SECTION.
           MOVE "L" TO SEN-FUNCAO.
           CALL "SENCLI" USING SEN-PARAMETROS.
           IF SEN-RETORNO NOT EQUAL "S"
             DISPLAY SEN-MOTIVO
             MOVE "OPERADOR NAO IDENTIFICADO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

      *----- Qualquer status fora de 00 e fatal: alem do arquivo
      *ausente (35), uma base ainda nao convertida pelo PROG15 abre
      *com FS=39 (atributos diferentes) e nao pode seguir adiante
             DISPLAY "ARQUIVO OK"
           END-IF.

           OPEN INPUT FUSOES.
           IF FS-FUSOES EQUAL 00
             MOVE "S" TO WRK-TEM-FUSOES
           END-IF.

           OPEN EXTEND LOG-AUDITORIA.
           IF FS-AUDITORIA NOT EQUAL 00
             OPEN OUTPUT LOG-AUDITORIA
           DISPLAY "INFORME O REG-ID A CONSULTAR: " WITH NO ADVANCING.
           ACCEPT WRK-ID-BUSCA.

           IF WRK-TEM-FUSOES EQUAL "S"
             PERFORM 0210-SEGUIR-FUSAO
           END-IF.

           MOVE WRK-ID-BUSCA TO REG-ID.
           READ CLIENTES KEY IS REG-ID
             INVALID KEY
               DISPLAY "DT.ST.  " REG-DATA-STATUS
           END-READ.

      *----- ID de cliente fundido: segue o apontamento ate o
      *sobrevivente (em cadeia, se ele tambem foi fundido depois),
      *com limite de saltos p/ nao girar em referencia circular
       0210-SEGUIR-FUSAO               SECTION.
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

      *----- Grava a trilha de auditoria, fecha o arquivo e finaliza
       0300-FINALIZAR                  SECTION.
           MOVE SPACES TO WRK-LINHA-AUD.
               FS-CLIENTES                    DELIMITED BY SIZE
               "  REGISTROS="                 DELIMITED BY SIZE
               WRK-ACHADO                     DELIMITED BY SIZE
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
           CLOSE LOG-AUDITORIA.

       9000-TRATA-ERRO                 SECTION.
