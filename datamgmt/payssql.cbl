           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  CHANGELOG-ENTRY   PIC X(218).

       FD EXCEPTION-COUNTRY
           LABEL RECORDS ARE STANDARD
      *****************************************
       01  WS-RUN-DATE           PIC 9(08) VALUE ZERO.

      * Operateur et horodatage : pour un batch, le nom du programme
      * et le debut du run (les programmes interactifs y mettent
      * l'operateur connecte)
       01  WS-CHANGELOG-LINE.
           05  WS-CL-ID          PIC X(50).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-PARAGRAPH   PIC X(20).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-RUN-DATE    PIC 9(08).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-OPERATOR    PIC X(20).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-STAMP       PIC X(14).

       01  WS-EXC-COUNTRY-LINE.
           05  WS-EXC-ID         PIC X(50).
       01  SQL-REF-CODE             PIC X(50).
       01  SQL-REF-COUNT            PIC 9(10).

      * Evenement qualite impute au fournisseur du contact
      * (supplier_event) : QUAR-AGE ou QUAR-PAYS
       01  SQL-EVENT-TYPE           PIC X(10).
       01  SQL-EVENT-COUNT          PIC 9(10).
       01  SQL-EVENT-SUPPLIER       PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
                  WS-RUN-TIME (1:6)     DELIMITED BY SIZE
                  INTO WS-NOW-TS
           END-STRING.
           MOVE 'payssql'  TO WS-CL-OPERATOR.
           MOVE WS-NOW-TS  TO WS-CL-STAMP.

      * Dernier id traite par un run interrompu (reprise 7020)
           MOVE SPACE TO WS-LAST-ID.

           PERFORM 0012-COUNTRYREF-START THRU 0012-COUNTRYREF-END.

      * Evenements qualite par fournisseur (quarantaines ici, fusions
      * dans dedupdb, effacements dans rgpddb) : les fichiers de
      * quarantaine sont rejoues a chaque run, la table garde la date
      * de premiere mise en quarantaine pour la fiche fournisseur
           EXEC SQL
               ALTER TABLE databank
               ADD COLUMN IF NOT EXISTS supplier_id VARCHAR(20)
           END-EXEC.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS supplier_event
                   (supplier_id VARCHAR(20),
                    event_type  VARCHAR(10),
                    id          VARCHAR(50),
                    event_date  DATE)
           END-EXEC.

      * Evenements des contacts pour les abonnes du flux (meme
      * CREATE dans maintdb et eventsql) : chaque correction en base
      * y est inscrite dans la meme unite de travail
           EXEC SQL
               CREATE TABLE IF NOT EXISTS change_event
                   (event_seq      SERIAL,
                    event_type     VARCHAR(10),
                    id             VARCHAR(50),
                    changed_fields VARCHAR(200),
                    event_ts       TIMESTAMP,
                    source_program VARCHAR(30))
           END-EXEC.

      * Journal des corrections : on accumule d'un run a l'autre
           OPEN EXTEND CHANGELOG.
           IF REC-CHG-STATUS NOT = '00'
                   MOVE WS-EXC-AGE-LINE TO EXCEPTION-AGE-ENTRY
                   WRITE EXCEPTION-AGE-ENTRY
                   ADD 1 TO WS-CT-QUAR-AGE
                   MOVE 'QUAR-AGE' TO SQL-EVENT-TYPE
                   PERFORM 9000-QUAREVENT-START
                       THRU 9000-QUAREVENT-END
               END-IF
           END-PERFORM.

                   END-EXEC

                   IF SQLCODE = 0 THEN
                       EXEC SQL
                           INSERT INTO change_event
                               (event_type, id, changed_fields,
                                event_ts, source_program)
                           VALUES
                               ('UPDATE', :DK-ID, 'country_code',
                                CURRENT_TIMESTAMP, 'payssql')
                       END-EXEC
                       IF SQLCODE NOT = 0 THEN
                           PERFORM 1001-ERROR-RTN-START
                               THRU 1001-ERROR-RTN-END
                       END-IF
                       ADD 1 TO WS-CT-CORR-CODE
                       MOVE DK-ID         TO WS-CL-ID
                       MOVE 'BE'          TO WS-CL-NEW-CODE
                   MOVE WS-EXC-COUNTRY-LINE TO EXCEPTION-COUNTRY-ENTRY
                   WRITE EXCEPTION-COUNTRY-ENTRY
                   ADD 1 TO WS-CT-QUAR-PAYS
                   MOVE 'QUAR-PAYS' TO SQL-EVENT-TYPE
                   PERFORM 9000-QUAREVENT-START
                       THRU 9000-QUAREVENT-END
               END-IF
           END-PERFORM.

                   MOVE WS-EXC-COUNTRY-LINE TO EXCEPTION-COUNTRY-ENTRY
                   WRITE EXCEPTION-COUNTRY-ENTRY
                   ADD 1 TO WS-CT-QUAR-PAYS
                   MOVE 'QUAR-PAYS' TO SQL-EVENT-TYPE
                   PERFORM 9000-QUAREVENT-START
                       THRU 9000-QUAREVENT-END
               ELSE
               IF WS-CODE NOT EQUAL TO WS-COUNTRY-CODE THEN
               EXEC SQL
               DISPLAY "update ok"

               IF SQLCODE = 0 THEN
                   EXEC SQL
                       INSERT INTO change_event
                           (event_type, id, changed_fields,
                            event_ts, source_program)
                       VALUES
                           ('UPDATE', :DK-ID, 'country_code',
                            CURRENT_TIMESTAMP, 'payssql')
                   END-EXEC
                   IF SQLCODE NOT = 0 THEN
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
                   END-IF
                   ADD 1 TO WS-CT-CORR-INCOH
                   MOVE DK-ID              TO WS-CL-ID
                   MOVE WS-CODE            TO WS-CL-OLD-CODE
               MOVE SQL-MAJ-COUNT TO WS-CT-MAJ
           END-IF.

      * Evenements avant l'UPDATE en masse (memes criteres), pour
      * les seules lignes dont la valeur change reellement
           EXEC SQL
               INSERT INTO change_event
                   (event_type, id, changed_fields, event_ts,
                    source_program)
               SELECT 'UPDATE', id,
                      CASE WHEN country <> UPPER(country)
                            AND spoken <> UPPER(spoken)
                           THEN 'country,spoken'
                           WHEN country <> UPPER(country)
                           THEN 'country'
                           ELSE 'spoken' END,
                      CURRENT_TIMESTAMP, 'payssql'
               FROM databank
               WHERE active = 'Y'
                 AND last_modified >=
                     TO_TIMESTAMP(:WS-LAST-RUN-TS, 'YYYYMMDDHH24MISS')
                 AND (country <> UPPER(country)
                      OR spoken <> UPPER(spoken))
               ORDER BY id
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100 THEN
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE databank
               SET country       = UPPER(country),
       7040-TOTAUX-END.
           EXIT.

      ******************************************************************
       9000-QUAREVENT-START.

      *****************************************
      *  Premiere mise en quarantaine d'un    *
      *  contact dans supplier_event, avec le *
      *  fournisseur du lot d'origine (NULL   *
      *  pour un contact anterieur au         *
      *  marquage de provenance). Une         *
      *  quarantaine deja enregistree n'est   *
      *  pas recomptee aux runs suivants.     *
      *  Appele dans les boucles de curseur   *
      *  (arret sur SQLCODE = +100) : le      *
      *  paragraphe ne doit jamais rendre     *
      *  +100, d'ou le comptage prealable et  *
      *  les COALESCE(MAX(...)) plutot qu'un  *
      *  INSERT ... SELECT qui peut ne rien   *
      *  inserer.                             *
      *****************************************

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EVENT-COUNT
               FROM supplier_event
               WHERE id = :DK-ID
                 AND event_type = :SQL-EVENT-TYPE
           END-EXEC.

           IF SQLCODE < 0 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

           IF SQL-EVENT-COUNT NOT = 0 THEN
               GO TO 9000-QUAREVENT-END
           END-IF.

      * Fournisseur du contact, espace quand il n'est pas marque :
      * remis a NULL a l'insertion
           EXEC SQL
               SELECT COALESCE(MAX(supplier_id), ' ')
               INTO :SQL-EVENT-SUPPLIER
               FROM databank
               WHERE id = :DK-ID
           END-EXEC.

           IF SQLCODE < 0 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               INSERT INTO supplier_event
                   (supplier_id, event_type, id, event_date)
               VALUES (NULLIF(TRIM(:SQL-EVENT-SUPPLIER), ''),
                       :SQL-EVENT-TYPE, :DK-ID, CURRENT_DATE)
           END-EXEC.

           IF SQLCODE < 0 THEN
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

       9000-QUAREVENT-END.
           EXIT.

      ******************************************************************
      *                     ERROR SQL MGMT                             *
      ******************************************************************
