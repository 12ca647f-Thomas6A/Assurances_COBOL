      *             FREQUENCE, facultative, est la frequence de        *
      *             quittancement (A annuelle, S semestrielle,         *
      *             T trimestrielle, M mensuelle ; defaut A).          *
      *             Les mouvements saisis a l'ecran de gestion         *
      *             (assursai) portent en dernier champ l'identifiant  *
      *             de l'operateur : *FREQUENCE*OPERATEUR pour C, M    *
      *             et A (A au format complet), V*CODE*DATEEFFET*PRIX* *
      *             OPERATEUR pour V. Il est repris dans l'audit.      *
      *             Le type V (avenant) porte son propre format        *
      *             V*CODE*DATEEFFET*PRIX : la prime annuelle passe a  *
      *             PRIX a compter de DATEEFFET, l'ajustement au       *
      * heure) et leur numero d'ordre SEQ=nnnnn dans le fichier des    *
      * mouvements : ce point de reprise rend le passage rejouable.    *
      *                                                                *
      * AUDIT : chaque creation, modification, annulation ou avenant   *
      * applique au master (y compris en REPRISE) ajoute au fichier    *
      * permanent d'audit (ASSUR_FICHIER_AUDIT, defaut                 *
      * AUDIT-MASTER.TXT, description AUDPOL) l'image de la police     *
      * avant et apres, avec l'identifiant du passage, le SEQ et la    *
      * date. Un BACKOUT y ecrit une ligne B puis une ligne R par      *
      * police restauree. assuraud en tire la vue d'une police a une   *
      * date donnee.                                                   *
      *                                                                *
      * REPRISE SUR INCIDENT : avant d'appliquer les mouvements, le    *
      * master est copie dans le fichier de sauvegarde                 *
      * (ASSUR_FICHIER_SAUVEGARDE, defaut                              *
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-HISTO-AVT.

       SELECT OPTIONAL FICHIER-AUDIT
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-AUDIT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-AUDIT.


       DATA DIVISION.

       FILE SECTION.

       FD FICHIER-MOUVEMENTS.
       01 F-MOUVEMENT                      PIC X(140).

       FD FICHIER-ASSURANCES.
       01 F-ASSURANCE                      PIC X(120).
       FD FICHIER-HISTO-AVT.
       01 F-HISTO-AVT                      PIC X(160).

       FD FICHIER-AUDIT.
           COPY AUDPOL.


       WORKING-STORAGE SECTION.

           05 WS-L-PRIX                     PIC X(9).
           05 WS-L-DEVISE                   PIC X(3).
           05 WS-L-FREQUENCE                PIC X.
           05 WS-L-OPERATEUR                PIC X(8).

       77 WS-M-TYPE                        PIC X           VALUE SPACE.
       77 WS-L-NB-CHAMPS                   PIC 9(2)        VALUE 0.
       77 WS-TAUX-IDX                      PIC 99          VALUE 0.
       77 WS-TAUX-TROUVE                   PIC X           VALUE 'N'.

       77 WS-LIGNE-ECHO                    PIC X(140)      VALUE SPACES.
       77 WS-MVT-VERDICT                   PIC X(80)       VALUE SPACES.

       01 WS-DATE-SYSTEME.
       77 WS-SVG-ECRITES                   PIC 9(5)        VALUE 0.
       77 WS-SVG-RESTAUREES                PIC 9(5)        VALUE 0.

      ******************************************************************
      * AUDIT DU MASTER : IMAGES AVANT/APRES DE CHAQUE MOUVEMENT       *
      * APPLIQUE (description de la ligne dans AUDPOL)                 *
      ******************************************************************

       77 WS-NOM-FICHIER-AUDIT             PIC X(100)      VALUE SPACES.
       77 WS-STATUT-AUDIT                  PIC XX          VALUE SPACES.
       77 WS-AUD-AVANT                     PIC X(113)      VALUE SPACES.
       77 WS-AUD-APRES                     PIC X(113)      VALUE SPACES.
       77 WS-AUD-ECRITS                    PIC 9(6)        VALUE 0.

      ******************************************************************
      * CONTROLE ENTETE/TOTAL DE L'EXTRAIT EN MODE REPRISE             *
      * (ENTETE*AAAAMMJJ*SOURCE en tete, TOTAL*NB*MONTANT en queue).   *
               MOVE "HISTO-AVENANTS.TXT" TO WS-NOM-FICHIER-HISTO-AVT
           END-IF.

           ACCEPT WS-NOM-FICHIER-AUDIT FROM ENVIRONMENT
               "ASSUR_FICHIER_AUDIT".
           IF WS-NOM-FICHIER-AUDIT = SPACES
               MOVE "AUDIT-MASTER.TXT" TO WS-NOM-FICHIER-AUDIT
           END-IF.

           ACCEPT WS-MODE-MAJ FROM ENVIRONMENT "ASSUR_MAJ_MODE".

      * Le journal du jour ne doit jamais ecraser celui du passage
                   THRU 0145-CONTROLE-SAUVEGARDE-END
           END-IF.

      * Le fichier d'audit est ouvert en ajout avant toute mise a jour
      * du master : un master modifie sans trace d'audit n'est pas
      * admis, le passage est abandonne si l'audit est inaccessible.
           IF WS-ABANDON = 'N'
               PERFORM 0160-OUVERTURE-AUDIT
                   THRU 0160-OUVERTURE-AUDIT-END
           END-IF.

           IF WS-ABANDON = 'O'
               DISPLAY "Execution abandonnee, aucun mouvement "
                   "applique"
                   DISPLAY "ERREUR : ouverture du master "
                       "impossible, statut fichier " WS-STATUT-MASTER
                   MOVE 8 TO RETURN-CODE
                   CLOSE FICHIER-AUDIT
               ELSE
                   OPEN OUTPUT FICHIER-JOURNAL


                   CLOSE FICHIER-JOURNAL
                   CLOSE FICHIER-MASTER
                   CLOSE FICHIER-AUDIT

                   DISPLAY "Mouvements lus      : " WS-MVT-LUS
                   DISPLAY "Mouvements appliques: " WS-MVT-APPLIQUES
                   END-IF
                   DISPLAY "Journal des mouvements enregistre dans "
                       WS-NOM-FICHIER-JOURNAL
                   DISPLAY WS-AUD-ECRITS " image(s) d'audit ajoutee(s) "
                       "a " WS-NOM-FICHIER-AUDIT

                   IF WS-MVT-REFUSES > 0 AND RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                    WS-L-PRIX
                    WS-L-DEVISE
                    WS-L-FREQUENCE
                    WS-L-OPERATEUR
               TALLYING IN WS-L-NB-CHAMPS.

           EVALUATE WS-M-TYPE
               WHEN 'C'
               WHEN 'M'
                   IF WS-L-NB-CHAMPS < 10 OR WS-L-NB-CHAMPS > 12
                       MOVE 'N' TO WS-L-VALIDE
                       MOVE "nombre de champs incorrect" TO WS-L-MOTIF
                   ELSE
                       END-IF
                   END-IF
               WHEN 'V'
                   IF WS-L-NB-CHAMPS < 4 OR WS-L-NB-CHAMPS > 5
                       MOVE 'N' TO WS-L-VALIDE
                       MOVE "nombre de champs incorrect" TO WS-L-MOTIF
                   ELSE
           EXIT
       .

      ******************************************************************
      * OUVERTURE EN AJOUT DU FICHIER PERMANENT D'AUDIT DU MASTER      *
      ******************************************************************

       0160-OUVERTURE-AUDIT.
           OPEN EXTEND FICHIER-AUDIT.

           IF WS-STATUT-AUDIT NOT = "00"
               AND WS-STATUT-AUDIT NOT = "05"
               DISPLAY "ERREUR : fichier d'audit "
                   FUNCTION TRIM(WS-NOM-FICHIER-AUDIT)
                   " inaccessible (statut " WS-STATUT-AUDIT
                   "), master inchange"
               MOVE 'O' TO WS-ABANDON
               MOVE 8 TO RETURN-CODE
           END-IF.
       .

       0160-OUVERTURE-AUDIT-END.
           EXIT
       .

      ******************************************************************
      * BACKOUT : RESTAURATION DU MASTER DEPUIS LA COPIE DE SAUVEGARDE *
      * La copie a ete controlee par 0145 avant le vidage du master    *
                   "), backout abandonne"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'B' TO WS-M-TYPE
               MOVE 0 TO M-CODE
               MOVE SPACES TO WS-AUD-AVANT
               MOVE SPACES TO WS-AUD-APRES
               MOVE 0 TO WS-MVT-LUS
               PERFORM 0520-AUDIT-IMAGE THRU 0520-AUDIT-IMAGE-END

               MOVE 'R' TO WS-M-TYPE
               PERFORM UNTIL WS-FIN-SAUVEGARDE = 'T'
                   READ FICHIER-SAUVEGARDE
                       AT END
                               INVALID KEY
                                   DISPLAY "ATTENTION : doublon dans "
                                       "la sauvegarde, code " M-CODE
                               NOT INVALID KEY
                                   MOVE M-ASSURANCE TO WS-AUD-APRES
                                   MOVE WS-SVG-RESTAUREES
                                       TO WS-MVT-LUS
                                   ADD 1 TO WS-MVT-LUS
                                   PERFORM 0520-AUDIT-IMAGE
                                       THRU 0520-AUDIT-IMAGE-END
                           END-WRITE
                           ADD 1 TO WS-SVG-RESTAUREES
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-MVT-LUS

               CLOSE FICHIER-SAUVEGARDE

                   PERFORM 0500-JOURNALISATION-REFUS
                       THRU 0500-JOURNALISATION-REFUS-END
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUD-AVANT
                   MOVE M-ASSURANCE TO WS-AUD-APRES
                   PERFORM 0520-AUDIT-IMAGE THRU 0520-AUDIT-IMAGE-END
                   MOVE "CREATION" TO WS-MVT-VERDICT
                   PERFORM 0510-JOURNALISATION-APPLIQUE
                       THRU 0510-JOURNALISATION-APPLIQUE-END
                   PERFORM 0500-JOURNALISATION-REFUS
                       THRU 0500-JOURNALISATION-REFUS-END
               NOT INVALID KEY
                   MOVE M-ASSURANCE TO WS-AUD-AVANT
                   PERFORM 0440-GARNISSAGE-MASTER
                       THRU 0440-GARNISSAGE-MASTER-END
                   REWRITE M-ASSURANCE
                   MOVE M-ASSURANCE TO WS-AUD-APRES
                   PERFORM 0520-AUDIT-IMAGE THRU 0520-AUDIT-IMAGE-END
                   MOVE "MODIFICATION" TO WS-MVT-VERDICT
                   PERFORM 0510-JOURNALISATION-APPLIQUE
                       THRU 0510-JOURNALISATION-APPLIQUE-END
                   PERFORM 0500-JOURNALISATION-REFUS
                       THRU 0500-JOURNALISATION-REFUS-END
               NOT INVALID KEY
                   MOVE M-ASSURANCE TO WS-AUD-AVANT
                   DELETE FICHIER-MASTER RECORD
                   MOVE SPACES TO WS-AUD-APRES
                   PERFORM 0520-AUDIT-IMAGE THRU 0520-AUDIT-IMAGE-END
                   MOVE "ANNULATION" TO WS-MVT-VERDICT
                   PERFORM 0510-JOURNALISATION-APPLIQUE
                       THRU 0510-JOURNALISATION-APPLIQUE-END
       .

      ******************************************************************
      * CONTROLE D'UN AVENANT (V*CODE*DATEEFFET*PRIX[*OPERATEUR])      *
      * Le premier UNSTRING de 0210 range DATEEFFET et PRIX dans les   *
      * zones contrat/produit ; la ligne est redecoupee dans les       *
      * zones propres a l'avenant avant controle.                      *

       0360-CONTROLE-AVENANT.
           MOVE SPACES TO WS-V-DATE-EFFET.
           MOVE SPACES TO WS-L-OPERATEUR.
           MOVE 0 TO WS-L-NB-CHAMPS.

           UNSTRING F-MOUVEMENT DELIMITED BY "*"
                    WS-L-CODE
                    WS-V-DATE-EFFET
                    WS-L-PRIX
                    WS-L-OPERATEUR
               TALLYING IN WS-L-NB-CHAMPS.

           IF WS-L-CODE NOT NUMERIC
                           THRU 0460-AVENANT-HISTORIQUE-END
                       PERFORM 0470-AVENANT-EXTRAIT
                           THRU 0470-AVENANT-EXTRAIT-END
                       MOVE M-ASSURANCE TO WS-AUD-AVANT
                       MOVE WS-V-NOUVEAU-PRIX TO M-PRIX
                       REWRITE M-ASSURANCE
                       MOVE M-ASSURANCE TO WS-AUD-APRES
                       PERFORM 0520-AUDIT-IMAGE
                           THRU 0520-AUDIT-IMAGE-END
                       MOVE "AVENANT" TO WS-MVT-VERDICT
                       PERFORM 0510-JOURNALISATION-APPLIQUE
                           THRU 0510-JOURNALISATION-APPLIQUE-END
           EXIT
       .

      ******************************************************************
      * IMAGE D'AUDIT D'UN MOUVEMENT APPLIQUE : TYPE, DATE, PASSAGE,   *
      * SEQ, CODE ET IMAGES AVANT/APRES DE LA POLICE                   *
      ******************************************************************

       0520-AUDIT-IMAGE.
           MOVE SPACES            TO A-AUDIT.
           MOVE WS-M-TYPE         TO A-TYPE.
           MOVE WS-DATE-SYSTEME-N TO A-DATE.
           MOVE WS-RUN-ID         TO A-RUN-ID.
           MOVE WS-MVT-LUS        TO A-SEQ.
           MOVE M-CODE            TO A-CODE.
           MOVE WS-AUD-AVANT      TO A-AVANT.
           MOVE WS-AUD-APRES      TO A-APRES.
           MOVE WS-L-OPERATEUR    TO A-OPERATEUR.
           WRITE A-AUDIT.
           ADD 1 TO WS-AUD-ECRITS.
       .

       0520-AUDIT-IMAGE-END.
           EXIT
       .

      ******************************************************************
      * CONTROLE DE GESTION D'UNE SAISIE : COHERENCE DES DATES, STATUT *
      * ET PRODUIT AU REFERENTIEL, PRIX ET DUREE DANS LE BAREME DU     *
