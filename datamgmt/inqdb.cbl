           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-HIST-STATUS.

      * Journal hors ligne des retours routeur ecrit par retourdb
      * (une ligne par lettre revenue) : statut de retour affiche a
      * cote de chaque lettre de l'historique
           SELECT MAILRET ASSIGN TO 'mailret.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-RET-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           05  MH-COUNTRY        PIC X(50).
           05  FILLER            PIC X(01).
           05  MH-PHRASE         PIC X(50).
      * Campagne de l'envoi (espaces sur les lignes anterieures aux
      * campagnes, qui relevent de la campagne PERMANENT)
           05  FILLER            PIC X(01).
           05  MH-CAMPAIGN       PIC X(20).
      * run_id du passage (espaces sur les lignes anterieures)
           05  FILLER            PIC X(01).
           05  MH-RUN-ID         PIC 9(10).

      * Meme dessin que WS-MAILRET-LINE de retourdb
       FD MAILRET
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  MAILRET-REC.
           05  MR-ID             PIC X(50).
           05  FILLER            PIC X(01).
           05  MR-RUN-DATE       PIC X(08).
           05  FILLER            PIC X(01).
           05  MR-RETURN-DATE    PIC X(08).
           05  FILLER            PIC X(01).
           05  MR-TYPE           PIC X(10).
           05  FILLER            PIC X(01).
           05  MR-REASON         PIC X(50).
           05  FILLER            PIC X(01).
           05  MR-RUN-ID         PIC 9(10).
      ******************************************************************

       WORKING-STORAGE SECTION.
      *****************************************
       01 REC-MST-STATUS         PIC X(2).
       01 REC-HIST-STATUS        PIC X(2).
       01 REC-RET-STATUS         PIC X(2).

      *****************************************
      *             VARIABLE MENU             *
       01  WS-OPERATION          PIC X(01) VALUE SPACE.
       01  WS-SEARCH-ID          PIC X(50) VALUE SPACE.
       01  WS-SEARCH-EMAIL       PIC X(50) VALUE SPACE.
       01  WS-SEARCH-CAMPAIGN    PIC X(20) VALUE SPACE.
       01  WS-MATCH-COUNTER      PIC 9(05) VALUE ZERO.
       01  WS-READ-DONE          PIC X(01) VALUE 'N'.
       01  WS-HIST-EOF           PIC X(01) VALUE 'N'.
       01  WS-RET-EOF            PIC X(01) VALUE 'N'.
       01  WS-RET-STATUS         PIC X(30) VALUE SPACE.
       01  WS-HIST-RUN-DATE      PIC X(08) VALUE SPACE.
       01  WS-HIST-RUN-ID        PIC X(10) VALUE SPACE.
       01  WS-HIST-CAMPAIGN      PIC X(20) VALUE SPACE.

       PROCEDURE DIVISION.

      *  repondre au centre d'appel - "cette  *
      *  personne a-t-elle recu la lettre, et *
      *  quand ?" - sans acces base.          *
      *  Filtre facultatif sur la campagne.   *
      *****************************************

           DISPLAY 'Id recherche : ' WITH NO ADVANCING.
           MOVE SPACE TO WS-SEARCH-ID.
           ACCEPT WS-SEARCH-ID.

           DISPLAY 'Campagne (vide = toutes) : ' WITH NO ADVANCING.
           MOVE SPACE TO WS-SEARCH-CAMPAIGN.
           ACCEPT WS-SEARCH-CAMPAIGN.
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-CAMPAIGN)
               TO WS-SEARCH-CAMPAIGN.

           OPEN INPUT MAILHIST.
           IF REC-HIST-STATUS NOT = '00'
               DISPLAY 'mailhist.dat introuvable (status '
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       MOVE MH-CAMPAIGN TO WS-HIST-CAMPAIGN
                       IF WS-HIST-CAMPAIGN = SPACE
                           MOVE 'PERMANENT' TO WS-HIST-CAMPAIGN
                       END-IF
                       IF MH-ID = WS-SEARCH-ID AND
                          (WS-SEARCH-CAMPAIGN = SPACE OR
                           WS-SEARCH-CAMPAIGN = WS-HIST-CAMPAIGN)
                           ADD 1 TO WS-MATCH-COUNTER
                           PERFORM 7050-RETSTATUS-START
                               THRU 7050-RETSTATUS-END
                           DISPLAY 'Envoye le ' MH-RUN-DATE ' ('
                               MH-COUNTRY(1:20) ') campagne '
                               WS-HIST-CAMPAIGN
                           DISPLAY '    ' MH-PHRASE(1:40) ' - '
                               WS-RET-STATUS
                       END-IF
               END-READ
           END-PERFORM.

       7040-MAILHIST-END.
           EXIT.

      ******************************************************************
       7050-RETSTATUS-START.

      *****************************************
      *  Statut de retour d'une lettre :      *
      *  recherche dans mailret.dat (ecrit    *
      *  par retourdb) d'un retour pour le    *
      *  meme id et le meme run_id (deux      *
      *  lettres peuvent partir le meme jour).*
      *  Lignes anterieures au run_id dans le *
      *  journal : rapprochement sur la date  *
      *  d'envoi. Pas de fichier ou pas de    *
      *  ligne = lettre sans retour connu.    *
      *****************************************

           MOVE 'sans retour' TO WS-RET-STATUS.
           MOVE MH-RUN-DATE   TO WS-HIST-RUN-DATE.
           MOVE SPACE         TO WS-HIST-RUN-ID.
           IF MH-RUN-ID IS NUMERIC
               MOVE MH-RUN-ID TO WS-HIST-RUN-ID
           END-IF.

           OPEN INPUT MAILRET.
           IF REC-RET-STATUS NOT = '00'
               GO TO 7050-RETSTATUS-END
           END-IF.

           MOVE 'N' TO WS-RET-EOF.

           PERFORM UNTIL WS-RET-EOF = 'Y'
               READ MAILRET
                   AT END
                       MOVE 'Y' TO WS-RET-EOF
                   NOT AT END
                       IF MR-ID = MH-ID AND
                          ((WS-HIST-RUN-ID NOT = SPACE AND
                            MR-RUN-ID = WS-HIST-RUN-ID) OR
                           (WS-HIST-RUN-ID = SPACE AND
                            MR-RUN-DATE = WS-HIST-RUN-DATE))
                           INITIALIZE WS-RET-STATUS
                           STRING 'retour '       DELIMITED BY SIZE
                                  MR-TYPE         DELIMITED BY SPACE
                                  ' le '          DELIMITED BY SIZE
                                  MR-RETURN-DATE  DELIMITED BY SIZE
                                  INTO WS-RET-STATUS
                           END-STRING
                           MOVE 'Y' TO WS-RET-EOF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MAILRET.

       7050-RETSTATUS-END.
           EXIT.
      ******************************************************************
