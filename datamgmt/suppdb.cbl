       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Meme journal que payssql : opt-out et re-consentements
      * saisis au menu y sont traces avec l'operateur
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

      * Evenement du flux des abonnes inscrit (Y) ou en echec (N)
       01  WS-EV-OK              PIC X(01) VALUE 'N'.

      * Meme dessin d'enregistrement que WS-CHANGELOG-LINE de payssql
      * (journal partage) : id = cle de l'opt-out (id ou email),
      * old/new = motif avant/apres
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

       01  SQL-FOUND-COUNT      PIC 9(10).

      * Saisie du sign-on (meme groupe que dans operdb)
       01  SQL-OPERATOR.
           05  SQL-OP-ID            PIC X(20).
           05  SQL-OP-PWD           PIC X(20).
           05  SQL-OP-ROLE          PIC X(10).
           05  SQL-OP-COUNT         PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
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

               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
           END-IF.

      * Evenements des contacts pour les abonnes du flux (meme
      * CREATE dans maintdb et eventsql) : opt-out et re-consentement
           EXEC SQL
               CREATE TABLE IF NOT EXISTS change_event
                   (event_seq      SERIAL,
                    event_type     VARCHAR(10),
                    id             VARCHAR(50),
                    changed_fields VARCHAR(200),
                    event_ts       TIMESTAMP,
                    source_program VARCHAR(30))
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
           END-IF.

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

      *  d'opt-out est celle de la saisie.    *
      *****************************************

           IF WS-OPER-ROLE = 'VIEWER' THEN
               DISPLAY 'Profil VIEWER : consultation seulement.'
               GO TO 7010-INSERT-END
           END-IF.

           INITIALIZE SUPPRESSION.

           DISPLAY 'Id du contact (vide si email seul) : '
                           :SP-REASON)
               END-EXEC

               MOVE 'N' TO WS-EV-OK
               IF SQLCODE = 0 THEN
                   PERFORM 7015-OPTOUT-EVENT-START
                       THRU 7015-OPTOUT-EVENT-END
               END-IF

      * Commit par operation, comme maintdb : le ROLLBACK d'une
      * erreur ulterieure ne doit pas defaire un opt-out journalise
               IF WS-EV-OK = 'Y' THEN
                   IF SP-ID = SPACE
                       MOVE SP-EMAIL      TO WS-CL-ID
                   ELSE
                       MOVE SP-ID         TO WS-CL-ID
                   END-IF
                   MOVE SPACE             TO WS-CL-OLD-CODE
                   MOVE SP-REASON         TO WS-CL-NEW-CODE
                   MOVE '7010-OPTOUT'     TO WS-CL-PARAGRAPH
                   PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
                   EXEC SQL COMMIT WORK END-EXEC
                   DISPLAY 'Opt-out enregistre.'
               ELSE
                   PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
       7010-INSERT-END.
           EXIT.

      ******************************************************************
       7015-OPTOUT-EVENT-START.

      *****************************************
      *  Evenement OPTOUT pour les abonnes du *
      *  flux, dans la meme unite de travail  *
      *  que l'opt-out : pour l'id saisi, ou  *
      *  pour les contacts portant l'email    *
      *  quand l'opt-out arrive par email     *
      *  seul (aucun contact = aucun          *
      *  evenement, pas une erreur)           *
      *****************************************

           IF SP-ID NOT = SPACE THEN
               EXEC SQL
                   INSERT INTO change_event
                       (event_type, id, changed_fields, event_ts,
                        source_program)
                   VALUES
                       ('OPTOUT', :SP-ID, 'suppression',
                        CURRENT_TIMESTAMP, 'suppdb')
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO change_event
                       (event_type, id, changed_fields, event_ts,
                        source_program)
                   SELECT 'OPTOUT', id, 'suppression',
                          CURRENT_TIMESTAMP, 'suppdb'
                   FROM databank
                   WHERE email = :SP-EMAIL
                   ORDER BY id
               END-EXEC
           END-IF.

           IF SQLCODE = 0 OR SQLCODE = +100 THEN
               MOVE 'Y' TO WS-EV-OK
           END-IF.

       7015-OPTOUT-EVENT-END.
           EXIT.

      ******************************************************************
       7020-REMOVE-START.

      *  de phrasedb)                         *
      *****************************************

           IF WS-OPER-ROLE = 'VIEWER' THEN
               DISPLAY 'Profil VIEWER : consultation seulement.'
               GO TO 7020-REMOVE-END
           END-IF.

           INITIALIZE SUPPRESSION.

           DISPLAY 'Id ou email a retirer de l''opt-out : '
               GO TO 7020-REMOVE-END
           END-IF.

      * Motif en cours, repris comme valeur "avant" du journal
           EXEC SQL
               SELECT COALESCE(MAX(reason), ' ') INTO :SP-REASON
               FROM suppression
               WHERE id = :SP-ID OR email = :SP-ID
           END-EXEC.

           DISPLAY 'Confirmer le re-consentement (O/N) : '
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM = 'O' OR WS-CONFIRM = 'o' THEN
               PERFORM 7025-OPTIN-EVENT-START
                   THRU 7025-OPTIN-EVENT-END

               IF WS-EV-OK = 'Y' THEN
                   EXEC SQL
                       DELETE FROM suppression
                       WHERE id = :SP-ID OR email = :SP-ID
                   END-EXEC
               END-IF

               IF WS-EV-OK = 'Y' AND SQLCODE = 0 THEN
                   MOVE SP-ID             TO WS-CL-ID
                   MOVE SP-REASON         TO WS-CL-OLD-CODE
                   MOVE SPACE             TO WS-CL-NEW-CODE
                   MOVE '7020-RECONSENT'  TO WS-CL-PARAGRAPH
                   PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
                   EXEC SQL COMMIT WORK END-EXEC
                   DISPLAY 'Opt-out retire.'
               ELSE
                   PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
       7020-REMOVE-END.
           EXIT.

      ******************************************************************
       7025-OPTIN-EVENT-START.

      *****************************************
      *  Evenement OPTIN (re-consentement)    *
      *  avant le DELETE, tant que les lignes *
      *  d'opt-out sont lisibles : ids des    *
      *  lignes retirees, plus les contacts   *
      *  dont l'email est la cle saisie       *
      *****************************************

           MOVE 'N' TO WS-EV-OK.

           EXEC SQL
               INSERT INTO change_event
                   (event_type, id, changed_fields, event_ts,
                    source_program)
               SELECT 'OPTIN', x.id, 'suppression',
                      CURRENT_TIMESTAMP, 'suppdb'
               FROM (SELECT s.id FROM suppression s
                     WHERE (s.id = :SP-ID OR s.email = :SP-ID)
                       AND TRIM(COALESCE(s.id, '')) <> ''
                     UNION
                     SELECT d.id FROM databank d
                     WHERE d.email = :SP-ID) x
               ORDER BY x.id
           END-EXEC.

           IF SQLCODE = 0 OR SQLCODE = +100 THEN
               MOVE 'Y' TO WS-EV-OK
           END-IF.

       7025-OPTIN-EVENT-END.
           EXIT.

      ******************************************************************
       7040-LIST-START.

       7040-LIST-END.
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
