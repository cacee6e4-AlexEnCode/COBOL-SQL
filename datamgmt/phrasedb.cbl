       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Meme journal que payssql : les phrases saisies au menu y
      * sont tracees avec l'operateur
           SELECT CHANGELOG ASSIGN TO 'changelog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-CHG-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD CHANGELOG
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  CHANGELOG-ENTRY   PIC X(218).
      ******************************************************************

       WORKING-STORAGE SECTION.

      *****************************************
      *           VARIABLE STATUS             *
      *****************************************
       01 REC-CHG-STATUS         PIC X(2).

      *****************************************
      *             VARIABLE MENU             *
      *****************************************
       01  WS-OPERATION          PIC X(01) VALUE SPACE.
       01  WS-CONFIRM            PIC X(01) VALUE SPACE.
       01  WS-RUN-DATE           PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME           PIC 9(08) VALUE ZERO.

      *****************************************
      *           VARIABLE OPERATEUR          *
      *****************************************
      * Operateur identifie par 0030-SIGNON-START (meme bloc dans
      * tous les programmes interactifs, table tenue par operdb)
       01  WS-OPER-ID            PIC X(20) VALUE SPACE.
       01  WS-OPER-ROLE          PIC X(10) VALUE SPACE.
       01  WS-SIGNON-TRIES       PIC 9(01) VALUE ZERO.

      * Meme dessin d'enregistrement que WS-CHANGELOG-LINE de payssql
      * (journal partage) : id = code pays/langue, old/new = phrase
      * avant/apres
       01  WS-CHANGELOG-LINE.
           05  WS-CL-ID          PIC X(50).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-OLD-CODE    PIC X(50).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-NEW-CODE    PIC X(50).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-PARAGRAPH   PIC X(20).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-RUN-DATE    PIC 9(08).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-OPERATOR    PIC X(20).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-STAMP       PIC X(14).

      *****************************************
      *              VARIABLE SQL             *
           05 PH-PHRASE         PIC X(50).

       01  SQL-FOUND-COUNT      PIC 9(10).
       01  SQL-OLD-PHRASE       PIC X(50).

      * Saisie du sign-on (meme groupe que dans operdb)
       01  SQL-OPERATOR.
           05  SQL-OP-ID            PIC X(20).
           05  SQL-OP-PWD           PIC X(20).
           05  SQL-OP-ROLE          PIC X(10).
           05  SQL-OP-COUNT         PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

      ******************************************************************
       0000-MAIN-START.

           PERFORM 0010-INIT-START   THRU 0010-INIT-END.
           PERFORM 0030-SIGNON-START THRU 0030-SIGNON-END.

      * Journal partage : on accumule, jamais d'ecrase
           OPEN EXTEND CHANGELOG.
           IF REC-CHG-STATUS NOT = '00'
               OPEN OUTPUT CHANGELOG
           END-IF.

           MOVE SPACE TO WS-OPERATION.
           PERFORM UNTIL WS-OPERATION = 'Q'
               END-EVALUATE
           END-PERFORM.

           CLOSE CHANGELOG.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

       0010-INIT-END.
           EXIT.

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
       7010-INSERT-START.

      *   '*', phrase par defaut du pays.     *
      *****************************************

           IF WS-OPER-ROLE = 'VIEWER' THEN
               DISPLAY 'Profil VIEWER : consultation seulement.'
               GO TO 7010-INSERT-END
           END-IF.

           INITIALIZE PHRASE.

           DISPLAY 'Code pays : ' WITH NO ADVANCING.
                   VALUES (:PH-COUNTRY-CODE, :PH-LANGUAGE, :PH-PHRASE)
               END-EXEC

      * Commit par operation, comme maintdb
               IF SQLCODE = 0 THEN
                   MOVE SPACE             TO WS-CL-OLD-CODE
                   MOVE PH-PHRASE         TO WS-CL-NEW-CODE
                   MOVE '7010-INSERT'     TO WS-CL-PARAGRAPH
                   PERFORM 9005-PHRASE-KEY-START
                       THRU 9005-PHRASE-KEY-END
                   PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
                   EXEC SQL COMMIT WORK END-EXEC
                   DISPLAY 'Phrase ajoutee.'
               ELSE
                   PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
      *   couple (code pays, langue) existant *
      *****************************************

           IF WS-OPER-ROLE = 'VIEWER' THEN
               DISPLAY 'Profil VIEWER : consultation seulement.'
               GO TO 7020-UPDATE-END
           END-IF.

           INITIALIZE PHRASE.

           DISPLAY 'Code pays a modifier : ' WITH NO ADVANCING.
               DISPLAY 'Aucune phrase pour ce couple code pays / '
                   'langue.'
           ELSE
               EXEC SQL
                   SELECT COALESCE(MAX(phrase), ' ')
                   INTO :SQL-OLD-PHRASE
                   FROM phrase
                   WHERE country_code = :PH-COUNTRY-CODE
                     AND UPPER(language) = UPPER(:PH-LANGUAGE)
               END-EXEC

               DISPLAY 'Nouvelle phrase : ' WITH NO ADVANCING
               ACCEPT PH-PHRASE

               END-EXEC

               IF SQLCODE = 0 THEN
                   MOVE SQL-OLD-PHRASE    TO WS-CL-OLD-CODE
                   MOVE PH-PHRASE         TO WS-CL-NEW-CODE
                   MOVE '7020-UPDATE'     TO WS-CL-PARAGRAPH
                   PERFORM 9005-PHRASE-KEY-START
                       THRU 9005-PHRASE-KEY-END
                   PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
                   EXEC SQL COMMIT WORK END-EXEC
                   DISPLAY 'Phrase mise a jour.'
               ELSE
                   PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
      *   perdraient leur citation.           *
      *****************************************

           IF WS-OPER-ROLE = 'VIEWER' THEN
               DISPLAY 'Profil VIEWER : consultation seulement.'
               GO TO 7030-DELETE-END
           END-IF.

           INITIALIZE PHRASE.

           DISPLAY 'Code pays a retirer : ' WITH NO ADVANCING.
               GO TO 7030-DELETE-END
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(phrase), ' ')
               INTO :SQL-OLD-PHRASE
               FROM phrase
               WHERE country_code = :PH-COUNTRY-CODE
                 AND UPPER(language) = UPPER(:PH-LANGUAGE)
           END-EXEC.

      * Contacts actifs qui perdraient leur citation : pour une
      * phrase de langue, ceux qui parlent cette langue ; pour la
      * phrase par defaut '*', ceux du code sans phrase dans leur
               END-EXEC

               IF SQLCODE = 0 THEN
                   MOVE SQL-OLD-PHRASE    TO WS-CL-OLD-CODE
                   MOVE SPACE             TO WS-CL-NEW-CODE
                   MOVE '7030-DELETE'     TO WS-CL-PARAGRAPH
                   PERFORM 9005-PHRASE-KEY-START
                       THRU 9005-PHRASE-KEY-END
                   PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
                   EXEC SQL COMMIT WORK END-EXEC
                   DISPLAY 'Phrase retiree.'
               ELSE
                   PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
       7040-LIST-END.
           EXIT.

      ******************************************************************
       9005-PHRASE-KEY-START.

      *****************************************
      *  Cle de la phrase dans le journal :   *
      *  code pays/langue (ex: BE/Dutch)      *
      *****************************************

           MOVE SPACE TO WS-CL-ID.
           STRING PH-COUNTRY-CODE  DELIMITED BY SPACE
                  '/'              DELIMITED BY SIZE
                  PH-LANGUAGE      DELIMITED BY SPACE
                  INTO WS-CL-ID
           END-STRING.

       9005-PHRASE-KEY-END.
           EXIT.

      ******************************************************************
       9010-JOURNAL-START.

      *****************************************
      *  Ecriture d'une ligne du journal :    *
      *  l'appelant a rempli id, valeurs et   *
      *  paragraphe, on complete avec la date *
      *  du jour, l'operateur connecte et     *
      *  l'horodatage AAAAMMJJHHMMSS (meme    *
      *  paragraphe dans les programmes       *
      *  interactifs)                         *
      *****************************************

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-CL-RUN-DATE.
           MOVE WS-OPER-ID  TO WS-CL-OPERATOR.
           STRING WS-RUN-DATE        DELIMITED BY SIZE
                  WS-RUN-TIME (1:6)  DELIMITED BY SIZE
                  INTO WS-CL-STAMP
           END-STRING.

           MOVE WS-CHANGELOG-LINE TO CHANGELOG-ENTRY.
           WRITE CHANGELOG-ENTRY.

       9010-JOURNAL-END.
           EXIT.

      ******************************************************************
      *                     ERROR SQL MGMT                             *
      ******************************************************************
