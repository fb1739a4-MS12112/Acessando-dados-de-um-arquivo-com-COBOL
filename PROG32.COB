
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG32.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: CONVERSAO UNICA DO JORNAL DE MUDANCAS (JRNCLI-DAT)
      *== DE ARQUIVO SEQUENCIAL DE LINHAS P/ O ARQUIVO INDEXADO DO
      *== COPY REGJRN (CHAVE CLIENTE + DATA-HORA + SEQUENCIA, INDICE
      *== ALTERNADO PELA DATA-HORA): LE O JORNAL ANTIGO NA ORDEM EM
      *== QUE FOI GRAVADO E REGRAVA CADA ENTRADA NO JORNAL NOVO COM
      *== OS MESMOS CAMPOS.
      *== DATA = 02/09/2026
      *== OBSERVAÇOES: RODAR UMA UNICA VEZ, NO ESPIRITO DO PROG15,
      *== COM TODOS OS GRAVADORES PARADOS E ANTES DO PRIMEIRO USO DOS
      *== PROGRAMAS QUE ABREM O JORNAL INDEXADO. O JORNAL ANTIGO
      *== (RENOMEADO P/ O DD JRNCLI-DAT-ANT) NAO E ALTERADO; O NOVO
      *== E CRIADO DO ZERO E A CONVERSAO SE RECUSA A RODAR SE ELE JA
      *== EXISTIR (UMA SEGUNDA CONVERSAO APAGARIA O QUE FOI GRAVADO
      *== DEPOIS DA PRIMEIRA). ENTRADAS GRAVADAS ANTES DO SIGN-ON DE
      *== OPERADOR SAO LINHAS MAIS CURTAS: O OPERADOR FICA EM BRANCO.
      *== DUAS ENTRADAS DO MESMO CLIENTE NO MESMO SEGUNDO RECEBEM
      *== SEQUENCIAS 00, 01, ... NA ORDEM DO JORNAL ANTIGO.
      *== RETORNO: 0=OK 4=HOUVE ENTRADA NAO CONVERTIDA 12=FATAL.
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

      *Define os arquivos e seus Status
      *CAMINHOS EXTERNALIZADOS (nome simbolico, estilo DD-name de JCL):
      *o runtime usa as variaveis de ambiente DD_JRNCLI-DAT-ANT /
      *DD_JRNCLI-DAT se elas existirem; senao usa o nome literal
      *no diretorio de trabalho atual.
       FILE-CONTROL.
      *Jornal antigo: sequencial de linhas, exatamente como os
      *gravadores o deixaram (layout em REG-JORNAL-ANT)
           SELECT JORNAL-ANT ASSIGN TO "JRNCLI-DAT-ANT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORIGEM.

      *Jornal novo (COPY REGJRN). O indice alternado precisa ser o
      *mesmo de todo programa que abre o jornal, senao FS=39
           SELECT JORNAL ASSIGN TO "JRNCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS JRN-CHAVE
           ALTERNATE RECORD KEY IS JRN-DATA-HORA WITH DUPLICATES
           FILE STATUS IS FS-JORNAL.

      *Trilha de auditoria: uma linha por execucao (ver 0300-FINALIZAR)
           SELECT LOG-AUDITORIA ASSIGN TO "C:\cobol\SMN5\AUDITORIA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.

      *Descreve a estrutura dos arquivos
       FILE SECTION.
      *Jornal antigo: data-hora, operacao e ID na frente, imagens e
      *operador depois (linha anterior ao sign-on: sem o operador)
       FD JORNAL-ANT.
       01 REG-JORNAL-ANT.
           05 ANT-DATA-HORA   PIC 9(14).
           05 ANT-OPERACAO    PIC X(01).
           05 ANT-ID          PIC 9(08).
           05 ANT-ANTES       PIC X(128).
           05 ANT-DEPOIS      PIC X(128).
           05 ANT-OPERADOR    PIC X(08).

       FD JORNAL.
           COPY REGJRN.

      *Trilha de auditoria de acesso/atualizacao de CLIENTE.DAT
       FD LOG-AUDITORIA.
       01 LOG-LINHA        PIC X(100).

      *-----------VARIÁVEIS----------------

       WORKING-STORAGE              SECTION.
       77 FS-ORIGEM       PIC 9(02) VALUE ZEROS.
       77 FS-JORNAL       PIC 9(02) VALUE ZEROS.
       77 FS-AUDITORIA    PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO    PIC X(30) VALUE SPACES.
       77 WRK-TOTAL-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-CONV  PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-REJ   PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-SEQ   PIC 9(07) VALUE ZEROS.
       77 WRK-LINHA-AUD   PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL                  SECTION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

      *----- Abre o jornal antigo p/ leitura e cria o jornal novo
      *(o novo e criado do zero: se o DD JRNCLI-DAT ja aponta p/ um
      *jornal indexado, a conversao ja foi feita e nao roda de novo)
       0100-INICIALIZAR                SECTION.
           OPEN INPUT JORNAL-ANT.
           IF FS-ORIGEM NOT EQUAL 00
             MOVE "JORNAL ANTIGO NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           OPEN INPUT JORNAL.
           IF FS-JORNAL NOT EQUAL 35
             IF FS-JORNAL EQUAL 00
               CLOSE JORNAL
             END-IF
             DISPLAY "JRNCLI-DAT JA EXISTE. FS: " FS-JORNAL
             MOVE "JORNAL NOVO JA EXISTE" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           OPEN OUTPUT JORNAL.
           IF FS-JORNAL NOT EQUAL 00
             MOVE "JRNCLI-DAT NAO FOI CRIADO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           OPEN EXTEND LOG-AUDITORIA.
           IF FS-AUDITORIA NOT EQUAL 00
             OPEN OUTPUT LOG-AUDITORIA
           END-IF.

      *----- Le cada entrada antiga e grava no jornal indexado
       0200-PROCESSAR                  SECTION.
           READ JORNAL-ANT.
           PERFORM UNTIL FS-ORIGEM NOT EQUAL 00
             ADD 1 TO WRK-TOTAL-LIDOS
             PERFORM 0210-CONVERTER-ENTRADA
             READ JORNAL-ANT
           END-PERFORM.

      *----- Converte uma entrada: mesmos campos, na ordem do REGJRN.
      *Chave repetida (mesmo cliente, mesmo segundo) vai p/ a
      *sequencia seguinte, igual aos gravadores; o jornal antigo e
      *cronologico, entao a ordem das entradas do segundo se mantem
       0210-CONVERTER-ENTRADA          SECTION.
           MOVE ANT-ID          TO JRN-ID.
           MOVE ANT-DATA-HORA   TO JRN-DATA-HORA.
           MOVE ANT-OPERACAO    TO JRN-OPERACAO.
           MOVE ANT-ANTES       TO JRN-ANTES.
           MOVE ANT-DEPOIS      TO JRN-DEPOIS.
           MOVE ANT-OPERADOR    TO JRN-OPERADOR.

           MOVE ZEROS TO JRN-SEQ.
           WRITE REG-JORNAL
             INVALID KEY
               CONTINUE
           END-WRITE.
           PERFORM UNTIL FS-JORNAL NOT EQUAL 22
             OR JRN-SEQ EQUAL 99
             ADD 1 TO JRN-SEQ
             WRITE REG-JORNAL
               INVALID KEY
                 CONTINUE
             END-WRITE
           END-PERFORM.

           IF FS-JORNAL EQUAL 00 OR FS-JORNAL EQUAL 02
             ADD 1 TO WRK-TOTAL-CONV
             IF JRN-SEQ NOT EQUAL ZEROS
               ADD 1 TO WRK-TOTAL-SEQ
             END-IF
           ELSE
             ADD 1 TO WRK-TOTAL-REJ
             DISPLAY "ENTRADA NAO CONVERTIDA. ID: " ANT-ID
               " DATA-HORA: " ANT-DATA-HORA " FS: " FS-JORNAL
           END-IF.

      *----- Grava a trilha de auditoria, fecha os arquivos e finaliza
       0300-FINALIZAR                  SECTION.
           MOVE SPACES TO WRK-LINHA-AUD.
           STRING
               FUNCTION CURRENT-DATE (1:14)  DELIMITED BY SIZE
               "  PROG32  LIDOS="              DELIMITED BY SIZE
               WRK-TOTAL-LIDOS                 DELIMITED BY SIZE
               "  CONVERTIDOS="                 DELIMITED BY SIZE
               WRK-TOTAL-CONV                   DELIMITED BY SIZE
               "  REJEITADOS="                  DELIMITED BY SIZE
               WRK-TOTAL-REJ                    DELIMITED BY SIZE
             INTO WRK-LINHA-AUD
           END-STRING.
           WRITE LOG-LINHA FROM WRK-LINHA-AUD.

           DISPLAY "CONVERSAO CONCLUIDA. LIDOS: " WRK-TOTAL-LIDOS
             " CONVERTIDOS: " WRK-TOTAL-CONV
             " REJEITADOS: " WRK-TOTAL-REJ.
           DISPLAY "ENTRADAS NO MESMO SEGUNDO (SEQUENCIA > 00): "
             WRK-TOTAL-SEQ.
           IF WRK-TOTAL-LIDOS NOT EQUAL WRK-TOTAL-CONV
             DISPLAY "ATENCAO: CONVERSAO INCOMPLETA, NAO USAR O"
               " JORNAL NOVO"
             MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE JORNAL-ANT.
           CLOSE JORNAL.
           CLOSE LOG-AUDITORIA.

      *----- Erro fatal: mensagem + codigo de retorno 12
       9000-TRATA-ERRO                 SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 12 TO RETURN-CODE.
           GOBACK.


       END PROGRAM PROG32.
