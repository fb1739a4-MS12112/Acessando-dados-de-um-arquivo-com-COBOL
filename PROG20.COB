
      *Jornal de mudancas gravado pelo PROG05/PROG07/PROG14
           SELECT JORNAL ASSIGN TO "JRNCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JRN-CHAVE
           ALTERNATE RECORD KEY IS JRN-DATA-HORA WITH DUPLICATES
           FILE STATUS IS FS-JORNAL.

      *Checkpoint/restart do PROG03 (mesmo layout de la)
           05 HIST-DATA-STATUS  PIC 9(08).
           05 HIST-DATA-EXPURGO PIC 9(08).

      *Jornal: layout compartilhado dos gravadores (COPY REGJRN)
       FD JORNAL.
           COPY REGJRN.

      *Checkpoint/restart: so o REG-ID interessa a varredura
       FD ARQ-RESTART.
           END-IF.

      *----- Varre o jornal: JRN-ID que nao existe nem no mestre nem
      *no historico e entrada orfa (cada ID orfao sai uma vez; a
      *varredura segue o indice alternado JRN-DATA-HORA, em ordem
      *cronologica, e as entradas do mesmo ID sao contiguas apenas
      *por acaso, entao o filtro e pelo ultimo reportado)
       0230-VARRER-JORNAL              SECTION.
           OPEN INPUT JORNAL.
           IF FS-JORNAL EQUAL 00
             MOVE ZEROS TO JRN-DATA-HORA
             START JORNAL KEY IS NOT LESS THAN JRN-DATA-HORA
               INVALID KEY
                 CONTINUE
             END-START
             PERFORM UNTIL FS-JORNAL NOT EQUAL 00
               AND FS-JORNAL NOT EQUAL 02
               READ JORNAL NEXT RECORD
                 AT END
                   CONTINUE
                 NOT AT END
