               ADD COLUMN IF NOT EXISTS birth_date DATE
           END-EXEC.

      * Adresses postales : purgees avec le contact (meme CREATE que
      * dans loaddb et maintdb). Elles ne sont pas dans la ligne
      * d'archive : un contact restaure revient sans adresse.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS contact_address
                   (id           VARCHAR(50),
                    addr_seq     NUMERIC,
                    addr_type    VARCHAR(10),
                    street1      VARCHAR(50),
                    street2      VARCHAR(50),
                    postcode     VARCHAR(10),
                    city         VARCHAR(50),
                    country_code VARCHAR(10),
                    valid_from   DATE,
                    mailing      CHAR(1) DEFAULT 'N',
                    status       CHAR(1) DEFAULT 'V')
           END-EXEC.

           IF WS-MODE = 'RESTORE' THEN
               ACCEPT WS-ARCHIVE-FILENAME
                   FROM ENVIRONMENT "ARCHPURG_FILE"
      * une ecriture en echec ne doit jamais faire perdre la ligne
           IF REC-ARCH-STATUS = '00' THEN
               ADD 1 TO WS-ARCHIVE-COUNTER
      * Adresses du contact purgees d'abord, dans la meme unite de
      * travail (aucune adresse = +100, ce n'est pas une erreur)
               EXEC SQL
                   DELETE FROM contact_address
                   WHERE id = :DK-ID
               END-EXEC
               IF SQLCODE = 0 OR SQLCODE = +100 THEN
                   EXEC SQL
                       DELETE FROM databank
                       WHERE id = :DK-ID
                   END-EXEC
               END-IF
               IF SQLCODE = 0 THEN
                   ADD 1 TO WS-PURGE-COUNTER
               ELSE
