
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG33.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: ARQUIVO MORTO DO JORNAL DE MUDANCAS: MOVE DO
      *== JRNCLI-DAT P/ O JRNARQ-DAT (MESMO LAYOUT E CHAVE, COPY
      *== REGJRN) TODA ENTRADA MAIS ANTIGA QUE A RETENCAO INFORMADA
      *== EM DIAS, MANTENDO O JORNAL ATIVO PEQUENO P/ OS LEITORES.
      *== DATA = 02/09/2026
      *== OBSERVAÇOES: O CORTE NUNCA PASSA DA DESCARGA MAIS ANTIGA
      *== AINDA PRESENTE NAS GERACOES BACKCLI-G1..G7 (A REAPLICACAO
      *== DO PROG29 PRECISA DE TODA ENTRADA POSTERIOR A ELA) NEM DO
      *== ULTIMO ENVIO DO DELTA DO PROG19 (DELTACTL-DAT), P/ NENHUMA
      *== MUDANCA SAIR DO JORNAL SEM TER IDO AO CRM, NEM DA ULTIMA
      *== ENTRADA LIDA PELOS AVISOS AO CLIENTE DO PROG34 (NOTCTL-DAT),
      *== P/ NENHUMA MUDANCA DE STATUS SAIR SEM TER SIDO AVISADA. SEM
      *== GERACOES OU SEM OS CONTROLES, VALE SO A RETENCAO.
      *== CADA ENTRADA E GRAVADA NO ARQUIVO MORTO ANTES DE SER
      *== EXCLUIDA DO JORNAL: SE A EXECUCAO CAIR NO MEIO, A SEGUINTE
      *== ACHA A CHAVE JA ARQUIVADA (FS=22) E SO COMPLETA A EXCLUSAO.
      *== O HISTORICO ARQUIVADO E CONSULTADO PELOS MESMOS PROGRAMAS
      *== (PROG16, PROG14) APONTANDO O DD JRNCLI-DAT P/ O JRNARQ-DAT.
      *== RETENCAO MINIMA: 90 DIAS. CARTAO PARM33-DAT OPCIONAL P/
      *== EXECUCAO NAO ASSISTIDA (COL 1-4 = DIAS DE RETENCAO).
      *== RETORNO: 0=OK 4=HOUVE ENTRADA NAO ARQUIVADA 12=FATAL.
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

      *Define os arquivos e seus Status
      *CAMINHOS EXTERNALIZADOS (nome simbolico, estilo DD-name de JCL):
      *o runtime usa as variaveis de ambiente DD_JRNCLI-DAT /
      *DD_JRNARQ-DAT / DD_BACKCLI-Gn / DD_DELTACTL-DAT /
      *DD_NOTCTL-DAT / DD_PARM33-DAT se elas existirem; senao usa o
      *nome literal no diretorio de trabalho atual.
       FILE-CONTROL.
      *Jornal ativo (COPY REGJRN), lido pelo indice alternado
           SELECT JORNAL ASSIGN TO "JRNCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JRN-CHAVE
           ALTERNATE RECORD KEY IS JRN-DATA-HORA WITH DUPLICATES
           FILE STATUS IS FS-JORNAL.

      *Arquivo morto do jornal: mesmo layout, mesmas chaves
           SELECT JORNAL-ARQ ASSIGN TO "JRNARQ-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS JRA-CHAVE
           ALTERNATE RECORD KEY IS JRA-DATA-HORA WITH DUPLICATES
           FILE STATUS IS FS-JRNARQ.

      *Geracoes de backup do PROG09 (so o CAB e lido: data da descarga)
           SELECT BACKUP-G1 ASSIGN TO "BACKCLI-G1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BACKUP.
           SELECT BACKUP-G2 ASSIGN TO "BACKCLI-G2"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BACKUP.
           SELECT BACKUP-G3 ASSIGN TO "BACKCLI-G3"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BACKUP.
           SELECT BACKUP-G4 ASSIGN TO "BACKCLI-G4"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BACKUP.
           SELECT BACKUP-G5 ASSIGN TO "BACKCLI-G5"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BACKUP.
           SELECT BACKUP-G6 ASSIGN TO "BACKCLI-G6"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BACKUP.
           SELECT BACKUP-G7 ASSIGN TO "BACKCLI-G7"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BACKUP.

      *Controle do ultimo envio do delta (PROG19)
           SELECT CTL-ENVIO ASSIGN TO "DELTACTL-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTLENVIO.

      *Controle dos avisos ao cliente (PROG34): ultima entrada lida
           SELECT CTL-AVISOS ASSIGN TO "NOTCTL-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTLAVISOS.

      *Cartao de parametros opcional (execucao nao assistida)
           SELECT ARQ-PARM ASSIGN TO "PARM33-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARM.

      *Trilha de auditoria: uma linha por execucao (ver 0300-FINALIZAR)
           SELECT LOG-AUDITORIA ASSIGN TO "C:\cobol\SMN5\AUDITORIA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.

      *Descreve a estrutura dos arquivos
       FILE SECTION.
       FD JORNAL.
           COPY REGJRN.

       FD JORNAL-ARQ.
           COPY REGJRN REPLACING LEADING ==JRN-== BY ==JRA-==
                                 ==REG-JORNAL== BY ==REG-JORNAL-ARQ==.

      *Cada geracao tem o mesmo formato de linha do PROG09 (CAB/DET/
      *TOT, 140 posicoes)
       FD BACKUP-G1.
       01 BKP1-LINHA       PIC X(140).
       FD BACKUP-G2.
       01 BKP2-LINHA       PIC X(140).
       FD BACKUP-G3.
       01 BKP3-LINHA       PIC X(140).
       FD BACKUP-G4.
       01 BKP4-LINHA       PIC X(140).
       FD BACKUP-G5.
       01 BKP5-LINHA       PIC X(140).
       FD BACKUP-G6.
       01 BKP6-LINHA       PIC X(140).
       FD BACKUP-G7.
       01 BKP7-LINHA       PIC X(140).

      *Controle do ultimo envio (zeros = nunca enviou)
       FD CTL-ENVIO.
       01 CTL-LINHA.
           05 CTL-ULTIMO-ENVIO PIC 9(14).

      *Controle dos avisos (mesmo layout do PROG34)
       FD CTL-AVISOS.
       01 CTL-AVI-LINHA.
           05 CTL-ULTIMA-ENTRADA PIC 9(14).
           05 CTL-ULTIMA-DATA    PIC 9(08).

      *Cartao: dias de retencao no jornal ativo
       FD ARQ-PARM.
       01 PRM-LINHA.
           05 PRM-DIAS     PIC X(04).

      *Trilha de auditoria de acesso/atualizacao de CLIENTE.DAT
       FD LOG-AUDITORIA.
       01 LOG-LINHA        PIC X(100).

      *-----------VARIÁVEIS----------------

       WORKING-STORAGE              SECTION.
       77 FS-JORNAL       PIC 9(02) VALUE ZEROS.
       77 FS-JRNARQ       PIC 9(02) VALUE ZEROS.
       77 FS-BACKUP       PIC 9(02) VALUE ZEROS.
       77 FS-CTLENVIO     PIC 9(02) VALUE ZEROS.
       77 FS-CTLAVISOS    PIC 9(02) VALUE ZEROS.
       77 FS-PARM         PIC 9(02) VALUE ZEROS.
       77 FS-AUDITORIA    PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO    PIC X(30) VALUE SPACES.
       77 WRK-PARM-OK     PIC X(01) VALUE "N".
       77 WRK-DIAS        PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-MINIMO PIC 9(04) VALUE 90.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-CORTE-RETENCAO PIC 9(14) VALUE ZEROS.
       77 WRK-CORTE       PIC 9(14) VALUE ZEROS.
       77 WRK-MOTIVO-CORTE PIC X(20) VALUE SPACES.
       77 WRK-GERACAO     PIC 9(01) VALUE ZERO.
       77 WRK-DESCARGA-ANTIGA PIC 9(14) VALUE ZEROS.
       77 WRK-ULTIMO-ENVIO PIC 9(14) VALUE ZEROS.
       77 WRK-ULTIMO-AVISO PIC 9(14) VALUE ZEROS.
       77 WRK-TOTAL-LIDAS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-ARQ   PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-JA-ARQ PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-REJ   PIC 9(07) VALUE ZEROS.
       77 WRK-FIM-JORNAL  PIC X(01) VALUE "N".
       77 WRK-ARQUIVOU    PIC X(01) VALUE "N".
       77 WRK-TRAVADO     PIC X(01) VALUE "N".
       77 WRK-LINHA-AUD   PIC X(100) VALUE SPACES.

      *Parametros da rotina de trava (TRVCLI)
           COPY TRVPAR.

      *Linha de backup (mesma visao CAB do PROG09)
       01 WRK-BKP-REGISTRO.
           05 WRK-BKP-TIPO      PIC X(03).
           05 WRK-BKP-DADOS     PIC X(137).
       01 WRK-BKP-CAB REDEFINES WRK-BKP-REGISTRO.
           05 FILLER            PIC X(03).
           05 WRK-CAB-DATA      PIC 9(14).
           05 FILLER            PIC X(123).

       PROCEDURE DIVISION.
       0001-PRINCIPAL                  SECTION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

      *----- Obtem a retencao, calcula o corte e abre os arquivos
       0100-INICIALIZAR                SECTION.
           PERFORM 0110-LER-PARAMETROS.
           IF WRK-PARM-OK NOT EQUAL "S"
             DISPLAY "DIAS DE RETENCAO NO JORNAL ATIVO: "
             ACCEPT WRK-DIAS
           END-IF.
           IF WRK-DIAS LESS THAN WRK-DIAS-MINIMO
             DISPLAY "RETENCAO INFORMADA: " WRK-DIAS
               " MINIMO: " WRK-DIAS-MINIMO
             MOVE "RETENCAO ABAIXO DO MINIMO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           PERFORM 0120-CALCULAR-CORTE.

      *----- Trava exclusiva: os gravadores do jornal sao os
      *atualizadores de CLIENTE.DAT, que ficam parados durante a
      *mudanca das entradas p/ o arquivo morto
           MOVE "E" TO TRV-FUNCAO.
           MOVE "PROG33" TO TRV-PROGRAMA.
           CALL "TRVCLI" USING TRV-PARAMETROS.
           IF TRV-RETORNO NOT EQUAL "S"
             DISPLAY TRV-MOTIVO
             MOVE "BASE EM USO POR OUTRO PROGRAMA" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           MOVE "S" TO WRK-TRAVADO.

           OPEN I-O JORNAL.
           IF FS-JORNAL NOT EQUAL 00
             DISPLAY "JRNCLI-DAT FS: " FS-JORNAL
             MOVE "JORNAL NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

      *----- JRNARQ-DAT e criado no primeiro arquivamento (FS=35)
           OPEN I-O JORNAL-ARQ.
           IF FS-JRNARQ EQUAL 35
             OPEN OUTPUT JORNAL-ARQ
             CLOSE JORNAL-ARQ
             OPEN I-O JORNAL-ARQ
           END-IF.
           IF FS-JRNARQ NOT EQUAL 00
             DISPLAY "JRNARQ-DAT FS: " FS-JRNARQ
             MOVE "ARQUIVO MORTO NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           OPEN EXTEND LOG-AUDITORIA.
           IF FS-AUDITORIA NOT EQUAL 00
             OPEN OUTPUT LOG-AUDITORIA
           END-IF.

      *----- Cartao de parametros: presente = modo nao assistido
      *(PARM33-DAT ausente: modo de console; invalido: fatal)
       0110-LER-PARAMETROS             SECTION.
           OPEN INPUT ARQ-PARM.
           IF FS-PARM EQUAL 00
             READ ARQ-PARM
               AT END
                 MOVE "CARTAO DE PARAMETROS VAZIO" TO WRK-MSG-ERRO
                 PERFORM 9000-TRATA-ERRO
                 GOBACK
             END-READ
             IF PRM-DIAS NOT NUMERIC
               MOVE "DIAS INVALIDOS NO CARTAO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
             MOVE PRM-DIAS TO WRK-DIAS
             MOVE "S" TO WRK-PARM-OK
             DISPLAY "MODO NAO ASSISTIDO. RETENCAO: " WRK-DIAS
             CLOSE ARQ-PARM
           END-IF.

      *----- Corte = hoje menos a retencao (00:00:00 do dia), limitado
      *pela descarga mais antiga e pelo ultimo envio do delta
       0120-CALCULAR-CORTE             SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           COMPUTE WRK-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE) - WRK-DIAS).
           COMPUTE WRK-CORTE-RETENCAO = WRK-DATA-LIMITE * 1000000.
           MOVE WRK-CORTE-RETENCAO TO WRK-CORTE.
           MOVE "RETENCAO" TO WRK-MOTIVO-CORTE.

           PERFORM 0130-DESCARGA-MAIS-ANTIGA.
           IF WRK-DESCARGA-ANTIGA NOT EQUAL ZEROS
             AND WRK-DESCARGA-ANTIGA LESS THAN WRK-CORTE
             MOVE WRK-DESCARGA-ANTIGA TO WRK-CORTE
             MOVE "DESCARGA MAIS ANTIGA" TO WRK-MOTIVO-CORTE
           END-IF.

           MOVE ZEROS TO WRK-ULTIMO-ENVIO.
           OPEN INPUT CTL-ENVIO.
           IF FS-CTLENVIO EQUAL 00
             READ CTL-ENVIO
               NOT AT END
                 MOVE CTL-ULTIMO-ENVIO TO WRK-ULTIMO-ENVIO
             END-READ
             CLOSE CTL-ENVIO
           END-IF.
           IF WRK-ULTIMO-ENVIO NOT EQUAL ZEROS
             AND WRK-ULTIMO-ENVIO LESS THAN WRK-CORTE
             MOVE WRK-ULTIMO-ENVIO TO WRK-CORTE
             MOVE "ULTIMO ENVIO DELTA" TO WRK-MOTIVO-CORTE
           END-IF.

      *----- NOTCTL-DAT ausente (FS=35): avisos nunca rodaram, sem
      *limite por eles
           MOVE ZEROS TO WRK-ULTIMO-AVISO.
           OPEN INPUT CTL-AVISOS.
           IF FS-CTLAVISOS EQUAL 00
             READ CTL-AVISOS
               NOT AT END
                 MOVE CTL-ULTIMA-ENTRADA TO WRK-ULTIMO-AVISO
             END-READ
             CLOSE CTL-AVISOS
           END-IF.
           IF WRK-ULTIMO-AVISO NOT EQUAL ZEROS
             AND WRK-ULTIMO-AVISO LESS THAN WRK-CORTE
             MOVE WRK-ULTIMO-AVISO TO WRK-CORTE
             MOVE "ULTIMOS AVISOS" TO WRK-MOTIVO-CORTE
           END-IF.

           DISPLAY "CORTE PELA RETENCAO: " WRK-CORTE-RETENCAO.
           DISPLAY "CORTE APLICADO.....: " WRK-CORTE
             " (" WRK-MOTIVO-CORTE ")".

      *----- Le o CAB de cada geracao presente e guarda a menor data
      *de descarga (geracao ausente e ignorada)
       0130-DESCARGA-MAIS-ANTIGA       SECTION.
           MOVE ZEROS TO WRK-DESCARGA-ANTIGA.
           MOVE 1 TO WRK-GERACAO.
           PERFORM UNTIL WRK-GERACAO GREATER THAN 7
             PERFORM 0410-ABRIR-BKP-ENTRADA
             IF FS-BACKUP EQUAL 00
               PERFORM 0425-LER-BKP
               IF FS-BACKUP EQUAL 00
                 AND WRK-BKP-TIPO EQUAL "CAB"
                 AND WRK-CAB-DATA NUMERIC
                 IF WRK-DESCARGA-ANTIGA EQUAL ZEROS
                   OR WRK-CAB-DATA LESS THAN WRK-DESCARGA-ANTIGA
                   MOVE WRK-CAB-DATA TO WRK-DESCARGA-ANTIGA
                 END-IF
               END-IF
               PERFORM 0430-FECHAR-BKP
             END-IF
             ADD 1 TO WRK-GERACAO
           END-PERFORM.

      *----- Varre o jornal pelo indice alternado, do mais antigo ao
      *corte, movendo cada entrada p/ o arquivo morto
       0200-PROCESSAR                  SECTION.
           MOVE ZEROS TO JRN-DATA-HORA.
           START JORNAL KEY IS NOT LESS THAN JRN-DATA-HORA
             INVALID KEY
               MOVE "S" TO WRK-FIM-JORNAL
           END-START.

           IF WRK-FIM-JORNAL NOT EQUAL "S"
             READ JORNAL NEXT RECORD
             PERFORM UNTIL (FS-JORNAL NOT EQUAL 00
               AND FS-JORNAL NOT EQUAL 02)
               OR JRN-DATA-HORA NOT LESS THAN WRK-CORTE
               ADD 1 TO WRK-TOTAL-LIDAS
               PERFORM 0210-ARQUIVAR-ENTRADA
               READ JORNAL NEXT RECORD
             END-PERFORM
           END-IF.

           IF WRK-TRAVADO EQUAL "S"
             CLOSE JORNAL
             CLOSE JORNAL-ARQ
             MOVE "L" TO TRV-FUNCAO
             CALL "TRVCLI" USING TRV-PARAMETROS
             MOVE "N" TO WRK-TRAVADO
           END-IF.

      *----- Grava no arquivo morto (mesma chave) e so entao exclui
      *do jornal. Chave ja arquivada (FS=22): execucao anterior caiu
      *entre a gravacao e a exclusao, entao so completa a exclusao.
      *Falha na gravacao: a entrada fica no jornal ativo
       0210-ARQUIVAR-ENTRADA           SECTION.
           MOVE REG-JORNAL TO REG-JORNAL-ARQ.
           WRITE REG-JORNAL-ARQ
             INVALID KEY
               CONTINUE
           END-WRITE.

           MOVE "S" TO WRK-ARQUIVOU.
           EVALUATE FS-JRNARQ
             WHEN 00
             WHEN 02
               CONTINUE
             WHEN 22
               ADD 1 TO WRK-TOTAL-JA-ARQ
             WHEN OTHER
               MOVE "N" TO WRK-ARQUIVOU
               ADD 1 TO WRK-TOTAL-REJ
               DISPLAY "ENTRADA NAO ARQUIVADA. ID: " JRN-ID
                 " DATA-HORA: " JRN-DATA-HORA " FS: " FS-JRNARQ
           END-EVALUATE.

           IF WRK-ARQUIVOU EQUAL "S"
             DELETE JORNAL RECORD
               INVALID KEY
                 CONTINUE
             END-DELETE
             IF FS-JORNAL EQUAL 00
               ADD 1 TO WRK-TOTAL-ARQ
             ELSE
               ADD 1 TO WRK-TOTAL-REJ
               DISPLAY "ENTRADA NAO EXCLUIDA DO JORNAL. ID: " JRN-ID
                 " DATA-HORA: " JRN-DATA-HORA " FS: " FS-JORNAL
             END-IF
           END-IF.

      *----- Grava a trilha de auditoria, fecha os arquivos e finaliza
       0300-FINALIZAR                  SECTION.
           MOVE SPACES TO WRK-LINHA-AUD.
           STRING
               FUNCTION CURRENT-DATE (1:14)  DELIMITED BY SIZE
               "  PROG33  CORTE="              DELIMITED BY SIZE
               WRK-CORTE                       DELIMITED BY SIZE
               "  ARQUIVADAS="                 DELIMITED BY SIZE
               WRK-TOTAL-ARQ                   DELIMITED BY SIZE
               "  REJEITADAS="                 DELIMITED BY SIZE
               WRK-TOTAL-REJ                   DELIMITED BY SIZE
             INTO WRK-LINHA-AUD
           END-STRING.
           WRITE LOG-LINHA FROM WRK-LINHA-AUD.

           DISPLAY "ARQUIVAMENTO CONCLUIDO. LIDAS: " WRK-TOTAL-LIDAS
             " ARQUIVADAS: " WRK-TOTAL-ARQ
             " REJEITADAS: " WRK-TOTAL-REJ.
           IF WRK-TOTAL-JA-ARQ NOT EQUAL ZEROS
             DISPLAY "JA PRESENTES NO ARQUIVO MORTO (EXECUCAO"
               " ANTERIOR INTERROMPIDA): " WRK-TOTAL-JA-ARQ
           END-IF.
           IF WRK-TOTAL-REJ NOT EQUAL ZEROS
             MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE LOG-AUDITORIA.

      *----- Abre p/ leitura a geracao indicada em WRK-GERACAO
       0410-ABRIR-BKP-ENTRADA          SECTION.
           EVALUATE WRK-GERACAO
             WHEN 1
               OPEN INPUT BACKUP-G1
             WHEN 2
               OPEN INPUT BACKUP-G2
             WHEN 3
               OPEN INPUT BACKUP-G3
             WHEN 4
               OPEN INPUT BACKUP-G4
             WHEN 5
               OPEN INPUT BACKUP-G5
             WHEN 6
               OPEN INPUT BACKUP-G6
             WHEN 7
               OPEN INPUT BACKUP-G7
           END-EVALUATE.

      *----- Le a proxima linha da geracao indicada em WRK-GERACAO
       0425-LER-BKP                    SECTION.
           EVALUATE WRK-GERACAO
             WHEN 1
               READ BACKUP-G1 INTO WRK-BKP-REGISTRO
             WHEN 2
               READ BACKUP-G2 INTO WRK-BKP-REGISTRO
             WHEN 3
               READ BACKUP-G3 INTO WRK-BKP-REGISTRO
             WHEN 4
               READ BACKUP-G4 INTO WRK-BKP-REGISTRO
             WHEN 5
               READ BACKUP-G5 INTO WRK-BKP-REGISTRO
             WHEN 6
               READ BACKUP-G6 INTO WRK-BKP-REGISTRO
             WHEN 7
               READ BACKUP-G7 INTO WRK-BKP-REGISTRO
           END-EVALUATE.

      *----- Fecha a geracao indicada em WRK-GERACAO
       0430-FECHAR-BKP                 SECTION.
           EVALUATE WRK-GERACAO
             WHEN 1
               CLOSE BACKUP-G1
             WHEN 2
               CLOSE BACKUP-G2
             WHEN 3
               CLOSE BACKUP-G3
             WHEN 4
               CLOSE BACKUP-G4
             WHEN 5
               CLOSE BACKUP-G5
             WHEN 6
               CLOSE BACKUP-G6
             WHEN 7
               CLOSE BACKUP-G7
           END-EVALUATE.

      *----- Erro fatal: mensagem + codigo de retorno 12 (com a trava
      *tomada, libera antes de sair)
       9000-TRATA-ERRO                 SECTION.
           DISPLAY WRK-MSG-ERRO.
           IF WRK-TRAVADO EQUAL "S"
             MOVE "L" TO TRV-FUNCAO
             CALL "TRVCLI" USING TRV-PARAMETROS
             MOVE "N" TO WRK-TRAVADO
           END-IF.
           MOVE 12 TO RETURN-CODE.
           GOBACK.


       END PROGRAM PROG33.
