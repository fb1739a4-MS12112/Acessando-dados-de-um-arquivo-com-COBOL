
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG29.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: RECUPERACAO PONTUAL DE CLIENTE.DAT: RECARREGA UMA
      *== GERACAO DE BACKUP (BACKCLI-G1..G7, DESCARGA DO PROG09) E
      *== REAPLICA O JORNAL (JRNCLI-DAT) A PARTIR DA DATA-HORA DA
      *== DESCARGA ATE UMA DATA-HORA ALVO INFORMADA, EM VEZ DE PERDER
      *== TUDO O QUE O PROG05/PROG07/PROG11/PROG14/PROG22/PROG28
      *== MUDOU DESDE O BACKUP. IMPRIME O RELATORIO RECUPERA.TXT
      *== (REAPLICADAS, IGNORADAS E EM CONFLITO) E TERMINA COM A
      *== CONTAGEM DO MESTRE POR STATUS AO LADO DO RESUMO-DAT.
      *== DATA = 02/09/2026
      *== OBSERVAÇOES: CADA ENTRADA SO E REAPLICADA SE O MESTRE ESTA
      *== IGUAL A IMAGEM ANTES (OU AUSENTE, P/ INCLUSAO); SE JA ESTA
      *== IGUAL A IMAGEM DEPOIS E IGNORADA (A DESCARGA NAO BLOQUEIA
      *== OS ATUALIZADORES, ENTAO A JANELA COMECA NO PROPRIO SEGUNDO
      *== DA DESCARGA E O QUE JA ENTROU NO BACKUP NAO E APLICADO DUAS
      *== VEZES); QUALQUER OUTRO CASO E CONFLITO, LISTADO E NAO
      *== APLICADO. A ANONIMIZACAO DO PROG22 (OPERACAO A COM AS DUAS
      *== IMAGENS IGUAIS) POSTERIOR A DESCARGA E SEMPRE REAPLICADA,
      *== MESMO DEPOIS DO ALVO: O BACKUP AINDA TEM OS DADOS QUE O
      *== CERTIFICADO DECLAROU DESTRUIDOS. O JORNAL NAO E ALTERADO.
      *== CARTAO PARM29-DAT OPCIONAL P/ EXECUCAO NAO ASSISTIDA
      *== (GERACAO + DATA-HORA ALVO + CONFIRMACAO + OPERADOR), IGUAL
      *== AO PROG09. A RECUPERACAO E RESTRITA A SUPERVISOR: NO
      *== CONSOLE, PELO SIGN-ON (ROTINA SENCLI); NO CARTAO, O
      *== OPERADOR INFORMADO PRECISA SER UM SUPERVISOR ATIVO.
      *== RETORNO: 0=OK 4=HOUVE CONFLITO 12=FATAL.
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

      *Define os arquivos e seus Status
      *CAMINHOS EXTERNALIZADOS (nome simbolico, estilo DD-name de JCL):
      *o runtime usa as variaveis de ambiente DD_CLIENTE-DAT /
      *DD_BACKCLI-G1..G7 / DD_JRNCLI-DAT / DD_RESUMO-DAT se existirem;
      *senao usa o nome literal no diretorio de trabalho atual.
       FILE-CONTROL.
      *INDICES ALTERNADOS (NOME/TELEFONE/EMAIL, com duplicatas): usados
      *pela consulta do PROG08; todo programa que abre CLIENTE.DAT
      *precisa declara-los igualmente, senao o OPEN falha (FS=39).
           SELECT CLIENTES ASSIGN TO "CLIENTE-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-ID
           ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
           ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

      *Geracoes de backup gravadas pela descarga do PROG09.
      *O dialeto nao permite nome de arquivo montado em variavel,
      *por isso uma SELECT fixa por geracao e EVALUATE nos acessos.
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

      *Jornal de mudancas (COPY REGJRN), so leitura
           SELECT JORNAL ASSIGN TO "JRNCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JRN-CHAVE
           ALTERNATE RECORD KEY IS JRN-DATA-HORA WITH DUPLICATES
           FILE STATUS IS FS-JORNAL.

      *Figuras do ultimo resumo gerencial gravado pelo PROG03
           SELECT ARQ-RESUMO ASSIGN TO "RESUMO-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESUMO.

      *Cartao de parametros p/ execucao nao assistida (agendada):
      *se existir (DD_PARM29-DAT ou PARM29-DAT no diretorio), traz a
      *geracao, a data-hora alvo e a confirmacao, e nenhum ACCEPT
      *de console e feito; ausente, pergunta no console.
           SELECT ARQ-PARM ASSIGN TO "PARM29-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARM.

      *Relatorio da recuperacao
           SELECT REL-RECUPERA ASSIGN TO "C:\cobol\SMN5\RECUPERA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELREC.

      *Trilha de auditoria: uma linha por execucao (ver 0300-FINALIZAR)
           SELECT LOG-AUDITORIA ASSIGN TO "C:\cobol\SMN5\AUDITORIA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.

      *Descreve a estrutura dos arquivos
       FILE SECTION.
       FD CLIENTES.
           COPY REGCLI.

      *Cada geracao tem o mesmo formato de linha (ver WRK-BKP-REGISTRO)
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

      *Jornal: layout compartilhado dos gravadores (COPY REGJRN)
       FD JORNAL.
           COPY REGJRN.

      *Resumo gerencial: mesmo layout gravado pelo PROG03
       FD ARQ-RESUMO.
       01 RESUMO-LINHA.
           05 RESUMO-TOTAL      PIC 9(05).
           05 RESUMO-ATIVOS     PIC 9(05).
           05 RESUMO-SUSPENSOS  PIC 9(05).
           05 RESUMO-CANCELADOS PIC 9(05).

      *Cartao de parametros da execucao nao assistida (campos X p/
      *validar NUMERIC antes de usar; alvo em branco ou zeros = ate
      *o fim do jornal)
       FD ARQ-PARM.
       01 PRM-LINHA.
           05 PRM-GERACAO  PIC X(01).
           05 PRM-ALVO     PIC X(14).
           05 PRM-CONFIRMA PIC X(01).
           05 PRM-OPERADOR PIC X(08).
           05 FILLER       PIC X(56).

       FD REL-RECUPERA.
       01 REC-LINHA        PIC X(132).

      *Trilha de auditoria de acesso/atualizacao de CLIENTE.DAT
       FD LOG-AUDITORIA.
       01 LOG-LINHA        PIC X(100).

      *-----------VARIÁVEIS----------------

       WORKING-STORAGE              SECTION.
       77 FS-CLIENTES    PIC 9(02) VALUE ZEROS.
       77 FS-BACKUP      PIC 9(02) VALUE ZEROS.
       77 FS-JORNAL      PIC 9(02) VALUE ZEROS.
       77 FS-RESUMO      PIC 9(02) VALUE ZEROS.
       77 FS-PARM        PIC 9(02) VALUE ZEROS.
       77 FS-RELREC      PIC 9(02) VALUE ZEROS.
       77 FS-AUDITORIA   PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO   PIC X(30) VALUE SPACES.
       77 WRK-LINHA-AUD  PIC X(100) VALUE SPACES.
       77 WRK-GERACAO    PIC 9(01) VALUE ZERO.
       77 WRK-CONFIRMA   PIC X(01) VALUE SPACE.

      *-----------EXECUCAO NAO ASSISTIDA (CARTAO DE PARAMETROS)------
      *WRK-PARM-OK="S": respostas vieram do PARM29-DAT, sem ACCEPT
      *de console
       77 WRK-PARM-OK      PIC X(01) VALUE "N".
       77 WRK-PRM-GERACAO  PIC 9(01) VALUE ZERO.
       77 WRK-PRM-ALVO     PIC 9(14) VALUE ZEROS.
       77 WRK-PRM-CONFIRMA PIC X(01) VALUE SPACE.
       77 WRK-PRM-OPERADOR PIC X(08) VALUE SPACES.

      *Area de parametros da trava de execucao (rotina TRVCLI): trava
      *ESTRITA (funcao X), igual a recarga do PROG09, pois o arquivo
      *fisico e recriado debaixo de quem estiver lendo
           COPY TRVPAR.
       77 WRK-TRAVADO    PIC X(01) VALUE "N".

      *Area de parametros da identificacao do operador (rotina
      *SENCLI): SEN-PERFIL libera a recuperacao (so supervisor)
           COPY SENPAR.

      *-----------JANELA DA REAPLICACAO----------------
      *WRK-DATA-DESCARGA: data-hora do CAB da geracao recarregada;
      *WRK-DATA-ALVO: ultima data-hora a reaplicar (9s = tudo)
       77 WRK-DATA-DESCARGA PIC 9(14) VALUE ZEROS.
       77 WRK-DATA-ALVO     PIC 9(14) VALUE ZEROS.

      *-----------REAPLICACAO DE UMA ENTRADA----------------
      *WRK-EXISTE: o ID da entrada esta no mestre recuperado;
      *WRK-RESULTADO: R=REAPLICADA  J=JA REFLETIDA  C=CONFLITO
       77 WRK-EXISTE        PIC X(01) VALUE "N".
       77 WRK-ANONIMIZACAO  PIC X(01) VALUE "N".
       77 WRK-RESULTADO     PIC X(01) VALUE SPACE.
       77 WRK-MOTIVO        PIC X(30) VALUE SPACES.
       77 WRK-IMAGEM-ATUAL  PIC X(128) VALUE SPACES.

      *-----------TOTALIZADORES----------------
       77 WRK-TOTAL-BACKUP     PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-ESPERADO   PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-REJ        PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-JORNAL     PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-POSTERIORES PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-REAPLICADAS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-IGNORADAS  PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-CONFLITOS  PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-ANONIMIZ   PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-TOTAL        PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-ATIVOS       PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SUSPENSOS    PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-CANCELADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-TEM-RESUMO       PIC X(01) VALUE "N".
       77 WRK-CONFERE          PIC X(01) VALUE "S".

      *-----------REGISTRO DO BACKUP (CAB/DET/TOT)----------------
      *Mesmo layout da descarga do PROG09
       01 WRK-BKP-REGISTRO.
           05 WRK-BKP-TIPO      PIC X(03).
           05 WRK-BKP-DADOS     PIC X(137).
       01 WRK-BKP-CAB REDEFINES WRK-BKP-REGISTRO.
           05 FILLER            PIC X(03).
           05 WRK-CAB-DATA      PIC 9(14).
           05 WRK-CAB-GERACAO   PIC 9(01).
           05 WRK-CAB-VERSAO    PIC X(02).
           05 FILLER            PIC X(120).
       01 WRK-BKP-DET REDEFINES WRK-BKP-REGISTRO.
           05 FILLER            PIC X(03).
           05 WRK-DET-CLIENTE   PIC X(128).
           05 FILLER            PIC X(09).
       01 WRK-BKP-TOT REDEFINES WRK-BKP-REGISTRO.
           05 FILLER            PIC X(03).
           05 WRK-TOT-REGISTROS PIC 9(05).
           05 FILLER            PIC X(132).

      *-----------LINHAS DO RELATORIO----------------
       01 WRK-LINHA-TITULO.
           05 FILLER          PIC X(38) VALUE
              "RECUPERACAO PONTUAL DE CLIENTE.DAT EM ".
           05 WRK-TIT-DATA    PIC 9(14).
           05 FILLER          PIC X(80) VALUE SPACES.

       01 WRK-LINHA-JANELA.
           05 FILLER          PIC X(09) VALUE "GERACAO: ".
           05 WRK-JAN-GERACAO PIC 9(01).
           05 FILLER          PIC X(12) VALUE "  DESCARGA: ".
           05 WRK-JAN-DESCARGA PIC 9(14).
           05 FILLER          PIC X(08) VALUE "  ALVO: ".
           05 WRK-JAN-ALVO    PIC 9(14).
           05 FILLER          PIC X(74) VALUE SPACES.

       01 WRK-LINHA-CAB-DET.
           05 FILLER          PIC X(55) VALUE
              "  DATA-HORA       OP ID        RESULTADO     MOTIVO".
           05 FILLER          PIC X(77) VALUE SPACES.

       01 WRK-LINHA-DET.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-DATA-HORA PIC 9(14).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-OPERACAO PIC X(01).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-ID      PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-RESULTADO PIC X(12).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-DET-MOTIVO  PIC X(30).
           05 FILLER          PIC X(57) VALUE SPACES.

       01 WRK-LINHA-TOT.
           05 WRK-TOT-ROTULO  PIC X(36).
           05 WRK-TOT-VALOR   PIC ZZZZZZ9.
           05 FILLER          PIC X(89) VALUE SPACES.

       01 WRK-LINHA-CONF.
           05 WRK-CONF-ROTULO PIC X(22).
           05 FILLER          PIC X(08) VALUE "MESTRE: ".
           05 WRK-CONF-MESTRE PIC ZZZZ9.
           05 FILLER          PIC X(14) VALUE "  RESUMO-DAT: ".
           05 WRK-CONF-RESUMO PIC ZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-CONF-SITUACAO PIC X(07).
           05 FILLER          PIC X(69) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL                  SECTION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

      *----- Le o cartao (se houver), identifica o operador, abre a
      *auditoria e o relatorio
       0100-INICIALIZAR                SECTION.
           PERFORM 0110-LER-PARAMETROS.
           PERFORM 0120-IDENTIFICAR-OPERADOR.

           OPEN EXTEND LOG-AUDITORIA.
           IF FS-AUDITORIA NOT EQUAL 00
             OPEN OUTPUT LOG-AUDITORIA
           END-IF.

           OPEN OUTPUT REL-RECUPERA.
           IF FS-RELREC NOT EQUAL 00
             MOVE "RELATORIO NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-TIT-DATA.
           WRITE REC-LINHA FROM WRK-LINHA-TITULO.

      *----- Le o cartao de parametros da execucao nao assistida
      *(PARM29-DAT ausente: modo de console normal; presente com
      *conteudo invalido: fatal, p/ um cartao com erro de digitacao
      *nao recuperar a geracao ou o ponto errado)
       0110-LER-PARAMETROS             SECTION.
           OPEN INPUT ARQ-PARM.
           IF FS-PARM EQUAL 00
             READ ARQ-PARM
               AT END
                 MOVE "CARTAO DE PARAMETROS VAZIO" TO WRK-MSG-ERRO
                 PERFORM 9000-TRATA-ERRO
                 GOBACK
             END-READ
             IF PRM-GERACAO NOT NUMERIC
               OR PRM-GERACAO LESS THAN "1"
               OR PRM-GERACAO GREATER THAN "7"
               MOVE "GERACAO INVALIDA NO CARTAO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
             IF PRM-ALVO EQUAL SPACES
               MOVE ZEROS TO WRK-PRM-ALVO
             ELSE
               IF PRM-ALVO NOT NUMERIC
                 MOVE "DATA-HORA ALVO INVALIDA" TO WRK-MSG-ERRO
                 PERFORM 9000-TRATA-ERRO
                 GOBACK
               END-IF
               MOVE PRM-ALVO TO WRK-PRM-ALVO
             END-IF
             MOVE PRM-GERACAO  TO WRK-PRM-GERACAO
             MOVE PRM-CONFIRMA TO WRK-PRM-CONFIRMA
             MOVE PRM-OPERADOR TO WRK-PRM-OPERADOR
             MOVE "S" TO WRK-PARM-OK
             DISPLAY "MODO NAO ASSISTIDO. GERACAO: " WRK-PRM-GERACAO
             CLOSE ARQ-PARM
           END-IF.

      *----- Identifica o operador: sign-on no console; no cartao, o
      *operador informado e so verificado (sem senha). Em qualquer
      *caso a recuperacao so segue com um supervisor
       0120-IDENTIFICAR-OPERADOR       SECTION.
           IF WRK-PARM-OK EQUAL "S"
             MOVE "V" TO SEN-FUNCAO
             MOVE WRK-PRM-OPERADOR TO SEN-OPERADOR
           ELSE
             MOVE "L" TO SEN-FUNCAO
           END-IF.
           CALL "SENCLI" USING SEN-PARAMETROS.
           IF SEN-RETORNO NOT EQUAL "S"
             DISPLAY SEN-MOTIVO
             MOVE "OPERADOR NAO IDENTIFICADO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           IF SEN-PERFIL NOT EQUAL "S"
             MOVE "FUNCAO RESTRITA A SUPERVISOR" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

      *----- Obtem geracao e alvo, recarrega, reaplica e confere
       0200-PROCESSAR                  SECTION.
           IF WRK-PARM-OK EQUAL "S"
             MOVE WRK-PRM-GERACAO TO WRK-GERACAO
             MOVE WRK-PRM-ALVO    TO WRK-DATA-ALVO
           ELSE
             DISPLAY "RECUPERACAO PONTUAL DE CLIENTE.DAT"
             DISPLAY "GERACAO A RECARREGAR (1-7): " WITH NO ADVANCING
             ACCEPT WRK-GERACAO
             DISPLAY "DATA-HORA ALVO AAAAMMDDHHMMSS (0 = TUDO): "
               WITH NO ADVANCING
             ACCEPT WRK-DATA-ALVO
           END-IF.
           IF WRK-GERACAO LESS THAN 1 OR WRK-GERACAO GREATER THAN 7
             MOVE "GERACAO INVALIDA" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           IF WRK-DATA-ALVO EQUAL ZEROS
             MOVE 99999999999999 TO WRK-DATA-ALVO
           END-IF.

           PERFORM 0210-ABRIR-GERACAO.

           IF WRK-PARM-OK EQUAL "S"
             MOVE WRK-PRM-CONFIRMA TO WRK-CONFIRMA
           ELSE
             DISPLAY "A RECUPERACAO SUBSTITUI O CLIENTE.DAT ATUAL"
             DISPLAY "CONFIRMA RECUPERACAO (S/N): " WITH NO ADVANCING
             ACCEPT WRK-CONFIRMA
           END-IF.
      *----- No modo nao assistido a falta do "S" no cartao e erro de
      *cartao (fatal), nunca um "nada feito" silencioso com retorno 0
           IF WRK-CONFIRMA NOT EQUAL "S" AND WRK-CONFIRMA NOT EQUAL "s"
             IF WRK-PARM-OK EQUAL "S"
               MOVE "RECUPERACAO SEM CONFIRMA" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
             END-IF
             DISPLAY "RECUPERACAO CANCELADA"
             PERFORM 0430-FECHAR-BKP
             GOBACK
           END-IF.

      *----- Trava ESTRITA antes de recriar o arquivo: recusa outro
      *atualizador E leitor ativo (mesma regra da recarga do PROG09)
           MOVE "X" TO TRV-FUNCAO.
           MOVE "PROG29" TO TRV-PROGRAMA.
           CALL "TRVCLI" USING TRV-PARAMETROS.
           IF TRV-RETORNO NOT EQUAL "S"
             DISPLAY TRV-MOTIVO
             MOVE "BASE EM USO, SEM RECUPERACAO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           MOVE "S" TO WRK-TRAVADO.

           PERFORM 0220-RECARREGAR.
           PERFORM 0230-REAPLICAR-JORNAL.
           PERFORM 0260-CONTAR-MESTRE.
           CLOSE CLIENTES.
           IF WRK-TRAVADO EQUAL "S"
             MOVE "L" TO TRV-FUNCAO
             CALL "TRVCLI" USING TRV-PARAMETROS
             MOVE "N" TO WRK-TRAVADO
           END-IF.
           PERFORM 0270-CONFERIR-RESUMO.

      *----- Abre a geracao, exige o CAB no layout atual e fixa a
      *janela: da data-hora da descarga ate o alvo
       0210-ABRIR-GERACAO              SECTION.
           PERFORM 0415-ABRIR-BKP-ENTRADA.
           IF FS-BACKUP NOT EQUAL 00
             MOVE "BACKUP NAO ENCONTRADO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           PERFORM 0425-LER-BKP.
           IF FS-BACKUP NOT EQUAL 00 OR WRK-BKP-TIPO NOT EQUAL "CAB"
             MOVE "BACKUP SEM CABECALHO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           IF WRK-CAB-VERSAO NOT EQUAL "02"
             MOVE "BACKUP DE LAYOUT ANTIGO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           MOVE WRK-CAB-DATA TO WRK-DATA-DESCARGA.
           IF WRK-DATA-ALVO LESS THAN WRK-DATA-DESCARGA
             DISPLAY "DESCARGA DA GERACAO: " WRK-DATA-DESCARGA
             MOVE "ALVO ANTERIOR A DESCARGA" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           DISPLAY "DESCARGA DA GERACAO: " WRK-DATA-DESCARGA.
           DISPLAY "REAPLICAR O JORNAL ATE: " WRK-DATA-ALVO.
           MOVE WRK-GERACAO       TO WRK-JAN-GERACAO.
           MOVE WRK-DATA-DESCARGA TO WRK-JAN-DESCARGA.
           MOVE WRK-DATA-ALVO     TO WRK-JAN-ALVO.
           WRITE REC-LINHA FROM WRK-LINHA-JANELA.

      *----- Recria o mestre a partir da geracao (mesma carga da
      *recarga do PROG09) e o reabre em I-O p/ a reaplicacao
       0220-RECARREGAR                 SECTION.
           OPEN OUTPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
             MOVE "CLIENTE-DAT NAO FOI CRIADO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           PERFORM 0425-LER-BKP.
           PERFORM UNTIL FS-BACKUP NOT EQUAL 00
             EVALUATE WRK-BKP-TIPO
               WHEN "DET"
                 MOVE WRK-DET-CLIENTE TO REG-CLIENTES
                 WRITE REG-CLIENTES
                   INVALID KEY
                     ADD 1 TO WRK-TOTAL-REJ
                     DISPLAY "REGISTRO NAO RECARREGADO. ID: " REG-ID
                   NOT INVALID KEY
                     ADD 1 TO WRK-TOTAL-BACKUP
                 END-WRITE
               WHEN "TOT"
                 MOVE WRK-TOT-REGISTROS TO WRK-TOTAL-ESPERADO
               WHEN OTHER
                 ADD 1 TO WRK-TOTAL-REJ
                 DISPLAY "LINHA DE BACKUP INVALIDA IGNORADA"
             END-EVALUATE
             PERFORM 0425-LER-BKP
           END-PERFORM.
           CLOSE CLIENTES.
           PERFORM 0430-FECHAR-BKP.

      *----- Recarga incompleta: nao adianta reaplicar o jornal sobre
      *uma base que ja nasce errada
           IF WRK-TOTAL-BACKUP NOT EQUAL WRK-TOTAL-ESPERADO
             OR WRK-TOTAL-REJ NOT EQUAL ZEROS
             DISPLAY "RECARGA DIVERGENTE. ESPERADOS: "
               WRK-TOTAL-ESPERADO " GRAVADOS: " WRK-TOTAL-BACKUP
               " REJEITADOS: " WRK-TOTAL-REJ
             MOVE "RECARGA DIVERGENTE" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           DISPLAY "RECARGA OK. REGISTROS: " WRK-TOTAL-BACKUP.

           OPEN I-O CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
             MOVE "ARQUIVO NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

      *----- Le o jornal em ordem cronologica pelo indice alternado
      *JRN-DATA-HORA, a partir do segundo da descarga (START: o que
      *e anterior ja esta no backup e nem e lido), e reaplica o que
      *cai na janela
       0230-REAPLICAR-JORNAL           SECTION.
           WRITE REC-LINHA FROM WRK-LINHA-CAB-DET.
           OPEN INPUT JORNAL.
           IF FS-JORNAL NOT EQUAL 00
             DISPLAY "JORNAL AUSENTE. NADA A REAPLICAR. FS: " FS-JORNAL
           ELSE
             MOVE WRK-DATA-DESCARGA TO JRN-DATA-HORA
             START JORNAL KEY IS NOT LESS THAN JRN-DATA-HORA
               INVALID KEY
                 CONTINUE
             END-START
             IF FS-JORNAL EQUAL 00
               READ JORNAL NEXT RECORD
             END-IF
             PERFORM UNTIL FS-JORNAL NOT EQUAL 00
               AND FS-JORNAL NOT EQUAL 02
               ADD 1 TO WRK-TOTAL-JORNAL
               PERFORM 0240-SELECIONAR-ENTRADA
               READ JORNAL NEXT RECORD
             END-PERFORM
             CLOSE JORNAL
           END-IF.

      *----- Janela: a partir do segundo da descarga (inclusive) ate
      *o alvo; anonimizacao do PROG22 vale mesmo depois do alvo
       0240-SELECIONAR-ENTRADA         SECTION.
           MOVE "N" TO WRK-ANONIMIZACAO.
           IF JRN-OPERACAO EQUAL "A"
             AND JRN-ANTES EQUAL JRN-DEPOIS
             MOVE "S" TO WRK-ANONIMIZACAO
           END-IF.
           EVALUATE TRUE
             WHEN JRN-DATA-HORA GREATER THAN WRK-DATA-ALVO
               AND WRK-ANONIMIZACAO NOT EQUAL "S"
               ADD 1 TO WRK-TOTAL-POSTERIORES
             WHEN OTHER
               PERFORM 0250-REAPLICAR-ENTRADA
           END-EVALUATE.

      *----- Reaplica uma entrada conferindo o mestre com a imagem
      *antes: ausente/igual = aplica; ja igual a depois = ignora;
      *qualquer outra situacao = conflito (listado, nao aplicado)
       0250-REAPLICAR-ENTRADA          SECTION.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE SPACES TO WRK-IMAGEM-ATUAL.
           MOVE "N" TO WRK-EXISTE.
           MOVE JRN-ID TO REG-ID.
           READ CLIENTES KEY IS REG-ID
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "S" TO WRK-EXISTE
               MOVE REG-CLIENTES TO WRK-IMAGEM-ATUAL
           END-READ.

           EVALUATE TRUE
      *----- Operacao que o jornal nao conhece: nao arrisca aplicar
             WHEN JRN-OPERACAO NOT EQUAL "I"
               AND JRN-OPERACAO NOT EQUAL "A"
               AND JRN-OPERACAO NOT EQUAL "E"
               AND JRN-OPERACAO NOT EQUAL "R"
               AND JRN-OPERACAO NOT EQUAL "F"
               MOVE "C" TO WRK-RESULTADO
               MOVE "OPERACAO DESCONHECIDA" TO WRK-MOTIVO
      *----- Inclusao (I, ou R que reincluiu um excluido)
             WHEN JRN-ANTES EQUAL SPACES
               EVALUATE TRUE
                 WHEN WRK-EXISTE NOT EQUAL "S"
                   MOVE JRN-DEPOIS TO REG-CLIENTES
                   WRITE REG-CLIENTES
                     INVALID KEY
                       MOVE "C" TO WRK-RESULTADO
                       MOVE "ERRO DE GRAVACAO NO MESTRE" TO WRK-MOTIVO
                     NOT INVALID KEY
                       MOVE "R" TO WRK-RESULTADO
                   END-WRITE
                 WHEN WRK-IMAGEM-ATUAL EQUAL JRN-DEPOIS
                   MOVE "J" TO WRK-RESULTADO
                 WHEN OTHER
                   MOVE "C" TO WRK-RESULTADO
                   MOVE "CLIENTE JA EXISTE NO MESTRE" TO WRK-MOTIVO
               END-EVALUATE
      *----- Exclusao (E do PROG05/PROG07, expurgo do PROG11)
             WHEN JRN-DEPOIS EQUAL SPACES
               EVALUATE TRUE
                 WHEN WRK-EXISTE NOT EQUAL "S"
                   MOVE "J" TO WRK-RESULTADO
                 WHEN WRK-IMAGEM-ATUAL EQUAL JRN-ANTES
                   DELETE CLIENTES RECORD
                     INVALID KEY
                       MOVE "C" TO WRK-RESULTADO
                       MOVE "ERRO DE GRAVACAO NO MESTRE" TO WRK-MOTIVO
                     NOT INVALID KEY
                       MOVE "R" TO WRK-RESULTADO
                   END-DELETE
                 WHEN OTHER
                   MOVE "C" TO WRK-RESULTADO
                   MOVE "MESTRE DIFERE DA IMAGEM ANTES" TO WRK-MOTIVO
               END-EVALUATE
      *----- Anonimizacao do PROG22: aplicada sobre qualquer imagem
      *(as entradas anteriores do titular ja foram anonimizadas no
      *jornal e nunca batem com o backup)
             WHEN WRK-ANONIMIZACAO EQUAL "S"
               EVALUATE TRUE
                 WHEN WRK-EXISTE NOT EQUAL "S"
                   MOVE "J" TO WRK-RESULTADO
                 WHEN WRK-IMAGEM-ATUAL EQUAL JRN-DEPOIS
                   MOVE "J" TO WRK-RESULTADO
                 WHEN OTHER
                   MOVE JRN-DEPOIS TO REG-CLIENTES
                   REWRITE REG-CLIENTES
                     INVALID KEY
                       MOVE "C" TO WRK-RESULTADO
                       MOVE "ERRO DE GRAVACAO NO MESTRE" TO WRK-MOTIVO
                     NOT INVALID KEY
                       MOVE "R" TO WRK-RESULTADO
                       ADD 1 TO WRK-TOTAL-ANONIMIZ
                   END-REWRITE
               END-EVALUATE
      *----- Alteracao (A, F da fusao, R que restaurou no lugar)
             WHEN OTHER
               EVALUATE TRUE
                 WHEN WRK-EXISTE NOT EQUAL "S"
                   MOVE "C" TO WRK-RESULTADO
                   MOVE "CLIENTE NAO EXISTE NO MESTRE" TO WRK-MOTIVO
                 WHEN WRK-IMAGEM-ATUAL EQUAL JRN-DEPOIS
                   MOVE "J" TO WRK-RESULTADO
                 WHEN WRK-IMAGEM-ATUAL EQUAL JRN-ANTES
                   MOVE JRN-DEPOIS TO REG-CLIENTES
                   REWRITE REG-CLIENTES
                     INVALID KEY
                       MOVE "C" TO WRK-RESULTADO
                       MOVE "ERRO DE GRAVACAO NO MESTRE" TO WRK-MOTIVO
                     NOT INVALID KEY
                       MOVE "R" TO WRK-RESULTADO
                   END-REWRITE
                 WHEN OTHER
                   MOVE "C" TO WRK-RESULTADO
                   MOVE "MESTRE DIFERE DA IMAGEM ANTES" TO WRK-MOTIVO
               END-EVALUATE
           END-EVALUATE.

           MOVE JRN-DATA-HORA TO WRK-DET-DATA-HORA.
           MOVE JRN-OPERACAO  TO WRK-DET-OPERACAO.
           MOVE JRN-ID        TO WRK-DET-ID.
           MOVE WRK-MOTIVO    TO WRK-DET-MOTIVO.
           EVALUATE WRK-RESULTADO
             WHEN "R"
               ADD 1 TO WRK-TOTAL-REAPLICADAS
               MOVE "REAPLICADA" TO WRK-DET-RESULTADO
             WHEN "J"
               ADD 1 TO WRK-TOTAL-IGNORADAS
               MOVE "JA REFLETIDA" TO WRK-DET-RESULTADO
             WHEN OTHER
               ADD 1 TO WRK-TOTAL-CONFLITOS
               MOVE "CONFLITO" TO WRK-DET-RESULTADO
           END-EVALUATE.
           WRITE REC-LINHA FROM WRK-LINHA-DET.

      *----- Conta o mestre recuperado por status (mesmas figuras
      *que o PROG03 grava no RESUMO-DAT)
       0260-CONTAR-MESTRE              SECTION.
           MOVE LOW-VALUES TO REG-CLIENTES.
           MOVE ZEROS TO REG-ID.
           START CLIENTES KEY IS NOT LESS THAN REG-ID
             INVALID KEY
               MOVE 10 TO FS-CLIENTES
           END-START.
           IF FS-CLIENTES EQUAL 00
             READ CLIENTES NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-CLIENTES NOT EQUAL 00
             ADD 1 TO WRK-CNT-TOTAL
             EVALUATE REG-STATUS
               WHEN "A"
                 ADD 1 TO WRK-CNT-ATIVOS
               WHEN "S"
                 ADD 1 TO WRK-CNT-SUSPENSOS
               WHEN "C"
                 ADD 1 TO WRK-CNT-CANCELADOS
             END-EVALUATE
             READ CLIENTES NEXT RECORD
           END-PERFORM.

      *----- Totais da reaplicacao e contagem final ao lado do ultimo
      *RESUMO-DAT do PROG03 (so confere quando o alvo coincide com a
      *extracao daquela noite; fora disso a diferenca e esperada)
       0270-CONFERIR-RESUMO            SECTION.
           MOVE "ENTRADAS LIDAS DESDE A DESCARGA...:" TO WRK-TOT-ROTULO.
           MOVE WRK-TOTAL-JORNAL TO WRK-TOT-VALOR.
           WRITE REC-LINHA FROM WRK-LINHA-TOT.
           MOVE "POSTERIORES AO ALVO...............:" TO WRK-TOT-ROTULO.
           MOVE WRK-TOTAL-POSTERIORES TO WRK-TOT-VALOR.
           WRITE REC-LINHA FROM WRK-LINHA-TOT.
           MOVE "REAPLICADAS.......................:" TO WRK-TOT-ROTULO.
           MOVE WRK-TOTAL-REAPLICADAS TO WRK-TOT-VALOR.
           WRITE REC-LINHA FROM WRK-LINHA-TOT.
           MOVE "  (ANONIMIZACOES LGPD REAPLICADAS):" TO WRK-TOT-ROTULO.
           MOVE WRK-TOTAL-ANONIMIZ TO WRK-TOT-VALOR.
           WRITE REC-LINHA FROM WRK-LINHA-TOT.
           MOVE "IGNORADAS (JA REFLETIDAS).........:" TO WRK-TOT-ROTULO.
           MOVE WRK-TOTAL-IGNORADAS TO WRK-TOT-VALOR.
           WRITE REC-LINHA FROM WRK-LINHA-TOT.
           MOVE "EM CONFLITO (NAO APLICADAS).......:" TO WRK-TOT-ROTULO.
           MOVE WRK-TOTAL-CONFLITOS TO WRK-TOT-VALOR.
           WRITE REC-LINHA FROM WRK-LINHA-TOT.

           MOVE ZEROS TO RESUMO-LINHA.
           OPEN INPUT ARQ-RESUMO.
           IF FS-RESUMO EQUAL 00
             READ ARQ-RESUMO
               NOT AT END
                 MOVE "S" TO WRK-TEM-RESUMO
             END-READ
             CLOSE ARQ-RESUMO
           END-IF.
           IF WRK-TEM-RESUMO NOT EQUAL "S"
             MOVE ZEROS TO RESUMO-LINHA
           END-IF.

           MOVE "TOTAL DE CLIENTES...:" TO WRK-CONF-ROTULO.
           MOVE WRK-CNT-TOTAL TO WRK-CONF-MESTRE.
           MOVE RESUMO-TOTAL  TO WRK-CONF-RESUMO.
           IF WRK-CNT-TOTAL EQUAL RESUMO-TOTAL
             MOVE "CONFERE" TO WRK-CONF-SITUACAO
           ELSE
             MOVE "DIFERE" TO WRK-CONF-SITUACAO
             MOVE "N" TO WRK-CONFERE
           END-IF.
           WRITE REC-LINHA FROM WRK-LINHA-CONF.

           MOVE "STATUS ATIVOS.......:" TO WRK-CONF-ROTULO.
           MOVE WRK-CNT-ATIVOS TO WRK-CONF-MESTRE.
           MOVE RESUMO-ATIVOS  TO WRK-CONF-RESUMO.
           IF WRK-CNT-ATIVOS EQUAL RESUMO-ATIVOS
             MOVE "CONFERE" TO WRK-CONF-SITUACAO
           ELSE
             MOVE "DIFERE" TO WRK-CONF-SITUACAO
             MOVE "N" TO WRK-CONFERE
           END-IF.
           WRITE REC-LINHA FROM WRK-LINHA-CONF.

           MOVE "STATUS SUSPENSOS....:" TO WRK-CONF-ROTULO.
           MOVE WRK-CNT-SUSPENSOS TO WRK-CONF-MESTRE.
           MOVE RESUMO-SUSPENSOS  TO WRK-CONF-RESUMO.
           IF WRK-CNT-SUSPENSOS EQUAL RESUMO-SUSPENSOS
             MOVE "CONFERE" TO WRK-CONF-SITUACAO
           ELSE
             MOVE "DIFERE" TO WRK-CONF-SITUACAO
             MOVE "N" TO WRK-CONFERE
           END-IF.
           WRITE REC-LINHA FROM WRK-LINHA-CONF.

           MOVE "STATUS CANCELADOS...:" TO WRK-CONF-ROTULO.
           MOVE WRK-CNT-CANCELADOS TO WRK-CONF-MESTRE.
           MOVE RESUMO-CANCELADOS  TO WRK-CONF-RESUMO.
           IF WRK-CNT-CANCELADOS EQUAL RESUMO-CANCELADOS
             MOVE "CONFERE" TO WRK-CONF-SITUACAO
           ELSE
             MOVE "DIFERE" TO WRK-CONF-SITUACAO
             MOVE "N" TO WRK-CONFERE
           END-IF.
           WRITE REC-LINHA FROM WRK-LINHA-CONF.

           IF WRK-TEM-RESUMO NOT EQUAL "S"
             DISPLAY "RESUMO-DAT AUSENTE: CONTAGEM SEM REFERENCIA"
           END-IF.
           DISPLAY "RECUPERACAO CONCLUIDA. REAPLICADAS: "
             WRK-TOTAL-REAPLICADAS " IGNORADAS: " WRK-TOTAL-IGNORADAS
             " CONFLITOS: " WRK-TOTAL-CONFLITOS.
           DISPLAY "CLIENTES NO MESTRE: " WRK-CNT-TOTAL
             " RESUMO-DAT: " RESUMO-TOTAL.
           IF WRK-TOTAL-CONFLITOS NOT EQUAL ZEROS
             MOVE 4 TO RETURN-CODE
           END-IF.

      *----- Abre p/ leitura a geracao indicada em WRK-GERACAO
       0415-ABRIR-BKP-ENTRADA          SECTION.
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

      *----- Grava a trilha de auditoria, fecha o relatorio e finaliza
       0300-FINALIZAR                  SECTION.
           MOVE SPACES TO WRK-LINHA-AUD.
           STRING
               FUNCTION CURRENT-DATE (1:14)  DELIMITED BY SIZE
               "  PROG29  FS-CLIENTES="       DELIMITED BY SIZE
               FS-CLIENTES                    DELIMITED BY SIZE
               "  REGISTROS="                 DELIMITED BY SIZE
               WRK-CNT-TOTAL                  DELIMITED BY SIZE
               "  REAPL="                     DELIMITED BY SIZE
               WRK-TOTAL-REAPLICADAS          DELIMITED BY SIZE
               "  CONFL="                     DELIMITED BY SIZE
               WRK-TOTAL-CONFLITOS            DELIMITED BY SIZE
               "  OPR="                       DELIMITED BY SIZE
               SEN-OPERADOR                   DELIMITED BY SIZE
             INTO WRK-LINHA-AUD
           END-STRING.
           WRITE LOG-LINHA FROM WRK-LINHA-AUD.

           DISPLAY "FIM DE PROGRAMA"
           CLOSE REL-RECUPERA.
           CLOSE LOG-AUDITORIA.

      *----- Erro fatal: mensagem + codigo de retorno 12, p/ a esteira
      *agendada interromper os passos seguintes
       9000-TRATA-ERRO                 SECTION.
           DISPLAY WRK-MSG-ERRO.
      *----- Erro detectado com a trava estrita ja tomada: libera
      *antes de sair, p/ um erro comum (ex. backup divergente) nao
      *exigir a limpeza manual do PROG21, que e so p/ abend real
           IF WRK-TRAVADO EQUAL "S"
             MOVE "L" TO TRV-FUNCAO
             CALL "TRVCLI" USING TRV-PARAMETROS
             MOVE "N" TO WRK-TRAVADO
           END-IF.
           MOVE 12 TO RETURN-CODE.
           GOBACK.


       END PROGRAM PROG29.
