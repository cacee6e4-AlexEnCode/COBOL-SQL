       FILE SECTION.

      * Meme dessin que WS-CHANGELOG-LINE de payssql (journal
      * partage) : id, valeur avant, valeur apres, paragraphe, date,
      * operateur et horodatage (blancs sur les lignes anciennes)
       FD CHANGELOG
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           05  CLR-PARAGRAPH     PIC X(20).
           05  FILLER            PIC X(01).
           05  CLR-RUN-DATE      PIC 9(08).
           05  FILLER            PIC X(01).
           05  CLR-OPERATOR      PIC X(20).
           05  FILLER            PIC X(01).
           05  CLR-STAMP         PIC X(14).

       FD UNDO-WORK
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  UNDO-WORK-ENTRY   PIC X(218).
      ******************************************************************

       WORKING-STORAGE SECTION.
       01  WS-TARGET-DATE        PIC 9(08) VALUE ZERO.
       01  WS-TARGET-PARA        PIC X(20) VALUE SPACE.
       01  WS-RUN-DATE           PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME           PIC 9(08) VALUE ZERO.

       01  WS-MATCH-COUNTER      PIC 9(07) VALUE ZERO.
       01  WS-UNDO-COUNTER       PIC 9(07) VALUE ZERO.
           05  WS-CL-PARAGRAPH   PIC X(20).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-RUN-DATE    PIC 9(08).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-OPERATOR    PIC X(20).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-STAMP       PIC X(14).

      *****************************************
      *           VARIABLE OPERATEUR          *
      *****************************************
      * Operateur identifie par 0030-SIGNON-START (meme bloc dans
      * tous les programmes interactifs, table tenue par operdb)
       01  WS-OPER-ID            PIC X(20) VALUE SPACE.
       01  WS-OPER-ROLE          PIC X(10) VALUE SPACE.
       01  WS-SIGNON-TRIES       PIC 9(01) VALUE ZERO.

      *****************************************
      *              VARIABLE SQL             *
           05  SQL-U-CURRENT        PIC X(50).
           05  SQL-U-AGE            PIC 9(10).

      * Saisie du sign-on (meme groupe que dans operdb)
       01  SQL-OPERATOR.
           05  SQL-OP-ID            PIC X(20).
           05  SQL-OP-PWD           PIC X(20).
           05  SQL-OP-ROLE          PIC X(10).
           05  SQL-OP-COUNT         PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 0030-SIGNON-START THRU 0030-SIGNON-END.

           IF WS-OPER-ROLE = 'VIEWER' THEN
               DISPLAY 'Profil VIEWER : consultation seulement.'
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO 0000-MAIN-END
           END-IF.

           DISPLAY 'Annulation d''un passage de corrections.'.
           DISPLAY 'Date du run a annuler (AAAAMMJJ) : '
               WITH NO ADVANCING.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
       0030-SIGNON-START.

      *****************************************
      *  Identification de l'operateur. Meme  *
      *  paragraphe dans tous les programmes  *
      *  interactifs (maintdb, suppdb,        *
      *  countrydb, phrasedb, rgpddb, campdb, *
      *  dedupdb, repairdb, undodb) :         *
      *  trois essais puis fin de session.    *
      *  Le role rendu (VIEWER, EDITOR,       *
      *  APPROVER) commande les options       *
      *  permises, l'id signe le journal.     *
      *****************************************

           EXEC SQL
               CREATE TABLE IF NOT EXISTS operator
                   (operator_id VARCHAR(20),
                    name        VARCHAR(50),
                    role        VARCHAR(10),
                    pwd_hash    VARCHAR(32),
                    active      CHAR(1) DEFAULT 'Y',
                    created     TIMESTAMP)
           END-EXEC.
           EXEC SQL COMMIT WORK END-EXEC.

           MOVE ZERO  TO WS-SIGNON-TRIES.
           MOVE SPACE TO WS-OPER-ROLE.
           PERFORM UNTIL WS-OPER-ROLE NOT = SPACE
                      OR WS-SIGNON-TRIES = 3
               ADD 1 TO WS-SIGNON-TRIES
               INITIALIZE SQL-OPERATOR
               DISPLAY 'Operateur : ' WITH NO ADVANCING
               ACCEPT SQL-OP-ID
               DISPLAY 'Mot de passe : ' WITH NO ADVANCING
               ACCEPT SQL-OP-PWD

      * COALESCE(MAX(...)) : toujours une ligne rendue, operateur
      * inconnu, inactif ou mauvais mot de passe = role espace
               EXEC SQL
                   SELECT COALESCE(MAX(role), ' ')
                   INTO :SQL-OP-ROLE
                   FROM operator
                   WHERE operator_id = TRIM(:SQL-OP-ID)
                     AND pwd_hash    =
                         MD5(TRIM(:SQL-OP-ID) || TRIM(:SQL-OP-PWD))
                     AND active      = 'Y'
               END-EXEC

               IF SQLCODE = 0 THEN
                   MOVE SQL-OP-ROLE TO WS-OPER-ROLE
               END-IF
               IF WS-OPER-ROLE = SPACE THEN
                   DISPLAY 'Operateur ou mot de passe incorrect.'
               END-IF
           END-PERFORM.

           IF WS-OPER-ROLE = SPACE THEN
               DISPLAY 'Acces refuse, fin de session.'
               EXEC SQL DISCONNECT ALL END-EXEC
               STOP RUN
           END-IF.

           MOVE SQL-OP-ID TO WS-OPER-ID.
           MOVE SPACE     TO SQL-OP-PWD.
           DISPLAY 'Operateur ' WS-OPER-ID ' connecte (' WS-OPER-ROLE
               ').'.

       0030-SIGNON-END.
           EXIT.

      ******************************************************************
       7010-UNDO-UN-START.

               WHEN '7040-REPAGE'
                   PERFORM 7030-UNDOAGE-START  THRU 7030-UNDOAGE-END
               WHEN '8010-RETIRE'
               WHEN '7055-RETIRE'
               WHEN '7020-MERGE'
                   PERFORM 7035-UNDORETIRE-START
                       THRU 7035-UNDORETIRE-END

      *****************************************
      *  Reactivation d'un contact retire par *
      *  repairdb 8010-RETIRE, par la revue   *
      *  de dormance dormsql 7055-RETIRE ou   *
      *  passe en soft delete par une fusion  *
      *  dedupdb 7020-MERGE (le perdant est   *
      *  l'id de la ligne du journal)         *
      *****************************************

           EXEC SQL
      *  Ligne de compensation d'une valeur   *
      *  restauree : old = valeur annulee,    *
      *  new = valeur remise en place,        *
      *  paragraphe 7010-UNDO, date du jour,  *
      *  operateur connecte et horodatage     *
      *****************************************

           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE CLR-ID            TO WS-CL-ID.
           MOVE CLR-NEW-VALUE     TO WS-CL-OLD-CODE.
           MOVE CLR-OLD-VALUE     TO WS-CL-NEW-CODE.
           MOVE '7010-UNDO'       TO WS-CL-PARAGRAPH.
           MOVE WS-RUN-DATE       TO WS-CL-RUN-DATE.
           MOVE WS-OPER-ID        TO WS-CL-OPERATOR.
           STRING WS-RUN-DATE        DELIMITED BY SIZE
                  WS-RUN-TIME (1:6)  DELIMITED BY SIZE
                  INTO WS-CL-STAMP
           END-STRING.
           MOVE WS-CHANGELOG-LINE TO UNDO-WORK-ENTRY.
           WRITE UNDO-WORK-ENTRY.

