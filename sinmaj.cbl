      * Chaque mouvement applique ou refuse est trace dans le journal  *
      * (ASSUR_FICHIER_JOURNAL_SIN, defaut JOURNAL-SIN-AAAAMMJJ.TXT)   *
      * avec le motif du refus le cas echeant.                         *
      *                                                                *
      * CONTROLE DE GARANTIE : une declaration n'est ecrite au master  *
      * que si la police existe au master des polices                  *
      * (ASSUR_FICHIER_MASTER, defaut ASSURANCES.MST), que la date de  *
      * survenance tombe dans sa periode de garantie, que son statut   *
      * est ACTIF et que la devise du sinistre est celle de la police. *
      * Sinon la declaration n'est pas refusee mais deposee, avec son  *
      * motif, dans le fichier des sinistres hors garantie             *
      * (ASSUR_FICHIER_HORS_GARANTIE, defaut                           *
      * SIN-HORS-GARANTIE-AAAAMMJJ.TXT) pour decision du service       *
      * sinistres.                                                     *
      *                                                                *
      * HISTORIQUE DES TRANSACTIONS : chaque mouvement D/R/P/C         *
      * applique au master est ajoute au fichier permanent des         *
      * transactions sinistres (ASSUR_FICHIER_TRANSAC_SIN, defaut      *
      * TRANSAC-SIN.TXT), une ligne par mouvement au format            *
      * TYPE*DATEMVT*NUMERO*CODEPOLICE*DATESURV*MONTANT*               *
      * RESERVEAVANT*RESERVEAPRES*DEVISE*PRODUIT                       *
      * (MONTANT : reserve ouverte pour D, nouvelle reserve pour R,    *
      * reglement pour P, zero pour C ; PRODUIT : produit de la police *
      * au moment du mouvement, a blanc si elle n'est plus au master). *
      * Ce fichier alimente les triangles de developpement (sindev).   *
      ******************************************************************

       ENVIRONMENT DIVISION.
           RECORD KEY IS S-NUMERO
           FILE STATUS IS WS-STATUT-MASTER.

       SELECT OPTIONAL FICHIER-POLICES
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-POLICES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS M-CODE
           FILE STATUS IS WS-STATUT-POLICES.

       SELECT FICHIER-HORS-GARANTIE
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-HORS-GAR
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-TRANSAC
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-TRANSAC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-TRANSAC.

       SELECT OPTIONAL FICHIER-TAUX
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-TAUX
           ORGANIZATION IS LINE SEQUENTIAL
       FD FICHIER-MASTER.
           COPY SINMAST.

       FD FICHIER-POLICES.
           COPY POLMAST.

       FD FICHIER-HORS-GARANTIE.
       01 E-HORS-GARANTIE                  PIC X(200).

       FD FICHIER-TRANSAC.
       01 F-TRANSAC                        PIC X(100).

       FD FICHIER-TAUX.
       01 E-TAUX                           PIC X(9).

       77 WS-LIGNE-ECHO                    PIC X(60)       VALUE SPACES.
       77 WS-MVT-VERDICT                   PIC X(80)       VALUE SPACES.

       77 WS-G-GARANTIE                    PIC X           VALUE 'O'.
       77 WS-G-POLICE-LUE                  PIC X           VALUE 'N'.
       77 WS-POLICES-OUVERT                PIC X           VALUE 'N'.

       77 WS-TRS-MONTANT                   PIC 9(8)V99     VALUE 0.
       77 WS-TRS-AVANT                     PIC 9(8)V99     VALUE 0.
       77 WS-TRS-MONTANT-ED                PIC 9(8).99.
       77 WS-TRS-AVANT-ED                  PIC 9(8).99.
       77 WS-TRS-APRES-ED                  PIC 9(8).99.
       77 WS-TRS-PRODUIT                   PIC X(14)       VALUE SPACES.

       01 WS-DATE-SYSTEME.
           05 WS-SYS-ANNEE                 PIC 9(4).
           05 WS-SYS-MOIS                  PIC 99.
       77 WS-NOM-FICHIER-MASTER            PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-TAUX              PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-JOURNAL           PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-POLICES           PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-HORS-GAR          PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-TRANSAC           PIC X(100)      VALUE SPACES.
       77 WS-MODE-MAJ                      PIC X(7)        VALUE SPACES.
       77 WS-STATUT-MASTER                 PIC XX          VALUE SPACES.
       77 WS-STATUT-FICHIER-TAUX           PIC XX          VALUE SPACES.
       77 WS-STATUT-POLICES                PIC XX          VALUE SPACES.
       77 WS-STATUT-TRANSAC                PIC XX          VALUE SPACES.
       77 WS-FIN-FICHIER                   PIC X           VALUE 'F'.
       77 WS-FIN-FICHIER-TAUX              PIC X           VALUE 'F'.

       77 WS-MVT-LUS                       PIC 9(5)        VALUE 0.
       77 WS-MVT-APPLIQUES                 PIC 9(5)        VALUE 0.
       77 WS-MVT-REFUSES                   PIC 9(5)        VALUE 0.
       77 WS-MVT-HORS-GARANTIE             PIC 9(5)        VALUE 0.
       77 WS-REPRISE-NUMERO                PIC 9(8)        VALUE 0.

       PROCEDURE DIVISION.
               DISPLAY "Mouvements lus      : " WS-MVT-LUS
               DISPLAY "Mouvements appliques: " WS-MVT-APPLIQUES
               DISPLAY "Mouvements refuses  : " WS-MVT-REFUSES
               DISPLAY "Hors garantie       : " WS-MVT-HORS-GARANTIE
               DISPLAY "Journal des mouvements sinistres enregistre "
                   "dans " WS-NOM-FICHIER-JOURNAL

               IF WS-MVT-REFUSES > 0 AND RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-MVT-HORS-GARANTIE > 0 AND RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN.
      ******************************************************************

       0200-LECTURE-MOUVEMENTS.
           ACCEPT WS-NOM-FICHIER-TRANSAC FROM ENVIRONMENT
               "ASSUR_FICHIER_TRANSAC_SIN".
           IF WS-NOM-FICHIER-TRANSAC = SPACES
               MOVE "TRANSAC-SIN.TXT" TO WS-NOM-FICHIER-TRANSAC
           END-IF.

      * Le fichier des transactions est permanent : il est ouvert en
      * ajout et conserve l'historique de tous les passages. Il est
      * ouvert avant tout mouvement : s'il est inaccessible, aucun
      * mouvement n'est applique et le master reste inchange.
           OPEN EXTEND FICHIER-TRANSAC.

           IF WS-STATUT-TRANSAC NOT = "00"
               AND WS-STATUT-TRANSAC NOT = "05"
               DISPLAY "ERREUR : fichier des transactions sinistres "
                   FUNCTION TRIM(WS-NOM-FICHIER-TRANSAC)
                   " inaccessible (statut " WS-STATUT-TRANSAC
                   "), master inchange"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0250-OUVERTURE-POLICES
                   THRU 0250-OUVERTURE-POLICES-END

               MOVE 'F' TO WS-FIN-FICHIER
               OPEN INPUT FICHIER-MOUVEMENTS

               PERFORM UNTIL WS-FIN-FICHIER = 'T'
                   READ FICHIER-MOUVEMENTS
                       AT END
                           MOVE 'T' TO WS-FIN-FICHIER
                       NOT AT END
                           PERFORM 0210-MVT-TRAITEMENT
                               THRU 0210-MVT-TRAITEMENT-END
                   END-READ
               END-PERFORM

               CLOSE FICHIER-MOUVEMENTS

               IF WS-POLICES-OUVERT = 'O'
                   CLOSE FICHIER-POLICES
               END-IF
               CLOSE FICHIER-HORS-GARANTIE
               CLOSE FICHIER-TRANSAC

               IF WS-MVT-HORS-GARANTIE > 0
                   DISPLAY "ATTENTION : " WS-MVT-HORS-GARANTIE
                       " declaration(s) hors garantie deposee(s) dans "
                       WS-NOM-FICHIER-HORS-GAR
               END-IF
           END-IF.
       .

       0200-LECTURE-MOUVEMENTS-END.
           EXIT
       .

      ******************************************************************
      * OUVERTURE DU MASTER DES POLICES (controle de garantie des      *
      * declarations) ET DU FICHIER DES SINISTRES HORS GARANTIE        *
      * Un master des polices indisponible ne bloque pas le passage :  *
      * la garantie ne pouvant etre verifiee, toute declaration est    *
      * deposee hors garantie.                                         *
      ******************************************************************

       0250-OUVERTURE-POLICES.
           ACCEPT WS-NOM-FICHIER-POLICES FROM ENVIRONMENT
               "ASSUR_FICHIER_MASTER".
           IF WS-NOM-FICHIER-POLICES = SPACES
               MOVE "ASSURANCES.MST" TO WS-NOM-FICHIER-POLICES
           END-IF.

           ACCEPT WS-NOM-FICHIER-HORS-GAR FROM ENVIRONMENT
               "ASSUR_FICHIER_HORS_GARANTIE".
           IF WS-NOM-FICHIER-HORS-GAR = SPACES
               STRING "SIN-HORS-GARANTIE-"  DELIMITED BY SIZE
                      WS-DATE-SYSTEME-N     DELIMITED BY SIZE
                      ".TXT"                DELIMITED BY SIZE
                   INTO WS-NOM-FICHIER-HORS-GAR
           END-IF.

           MOVE 'N' TO WS-POLICES-OUVERT.
           OPEN INPUT FICHIER-POLICES.

           IF WS-STATUT-POLICES = "00"
               MOVE 'O' TO WS-POLICES-OUVERT
           ELSE
               IF WS-STATUT-POLICES = "05"
                   CLOSE FICHIER-POLICES
               END-IF
               DISPLAY "ATTENTION : master des polices "
                   FUNCTION TRIM(WS-NOM-FICHIER-POLICES)
                   " indisponible (statut " WS-STATUT-POLICES
                   "), garantie des declarations non verifiable"
           END-IF.

           OPEN OUTPUT FICHIER-HORS-GARANTIE.
           MOVE SPACES TO E-HORS-GARANTIE.
           STRING "----- SINISTRES HORS GARANTIE DU "
                      DELIMITED BY SIZE
                  WS-DATE-SYSTEME-N DELIMITED BY SIZE
                  " -----"          DELIMITED BY SIZE
               INTO E-HORS-GARANTIE.
           WRITE E-HORS-GARANTIE.
       .

       0250-OUVERTURE-POLICES-END.
           EXIT
       .

      ******************************************************************
      * CONTROLE D'UNE SAISIE AVANT MISE A JOUR DU MASTER              *
      * Numero de sinistre numerique pour tous les types ; code        *
           EXIT
       .

      ******************************************************************
      * DECLARATION : LA GARANTIE EST CONTROLEE SUR LE MASTER DES      *
      * POLICES AVANT ECRITURE ; une declaration hors garantie n'est   *
      * pas ecrite au master mais deposee pour le service sinistres.   *
      ******************************************************************

       0410-MVT-DECLARATION.
           PERFORM 0415-CONTROLE-GARANTIE
               THRU 0415-CONTROLE-GARANTIE-END.

           IF WS-G-GARANTIE = 'N'
               PERFORM 0520-JOURNALISATION-HORS-GAR
                   THRU 0520-JOURNALISATION-HORS-GAR-END
           ELSE
               MOVE WS-S-NUMERO        TO S-NUMERO
               MOVE WS-S-CODE          TO S-CODE-POLICE
               MOVE "OUVERT"           TO S-STATUT
               MOVE WS-S-DATE          TO S-DATE-SURVENANCE
               MOVE WS-L-MONTANT-NUM   TO S-RESERVE
               MOVE 0                  TO S-REGLEMENTS
               MOVE WS-S-DEVISE        TO S-DEVISE

               WRITE S-SINISTRE
                   INVALID KEY
                       MOVE "numero deja present au master"
                           TO WS-L-MOTIF
                       PERFORM 0500-JOURNALISATION-REFUS
                           THRU 0500-JOURNALISATION-REFUS-END
                   NOT INVALID KEY
                       MOVE "DECLARATION" TO WS-MVT-VERDICT
                       PERFORM 0510-JOURNALISATION-APPLIQUE
                           THRU 0510-JOURNALISATION-APPLIQUE-END
                       MOVE WS-L-MONTANT-NUM TO WS-TRS-MONTANT
                       MOVE 0 TO WS-TRS-AVANT
                       PERFORM 0530-TRANSACTION-ECRITURE
                           THRU 0530-TRANSACTION-ECRITURE-END
               END-WRITE
           END-IF.
       .

       0410-MVT-DECLARATION-END.
           EXIT
       .

      ******************************************************************
      * CONTROLE DE GARANTIE D'UNE DECLARATION : police presente au    *
      * master des polices, survenance dans la periode de garantie     *
      * (bornes comprises), police ACTIVE, devise du sinistre egale a  *
      * celle de la police. Le premier controle en echec donne le      *
      * motif.                                                         *
      ******************************************************************

       0415-CONTROLE-GARANTIE.
           MOVE 'O' TO WS-G-GARANTIE.
           MOVE 'N' TO WS-G-POLICE-LUE.

           IF WS-POLICES-OUVERT = 'N'
               MOVE 'N' TO WS-G-GARANTIE
               MOVE "master des polices indisponible" TO WS-L-MOTIF
           ELSE
               MOVE WS-S-CODE TO M-CODE
               READ FICHIER-POLICES
                   INVALID KEY
                       MOVE 'N' TO WS-G-GARANTIE
                       MOVE "police inconnue au master des polices"
                           TO WS-L-MOTIF
                   NOT INVALID KEY
                       MOVE 'O' TO WS-G-POLICE-LUE
               END-READ
           END-IF.

           IF WS-G-GARANTIE = 'O'
               AND (WS-S-DATE < M-DATE-DEBUT
                    OR WS-S-DATE > M-DATE-FIN)
               MOVE 'N' TO WS-G-GARANTIE
               MOVE "survenance hors de la periode de garantie"
                   TO WS-L-MOTIF
           END-IF.

           IF WS-G-GARANTIE = 'O' AND M-STATUT NOT = "ACTIF"
               MOVE 'N' TO WS-G-GARANTIE
               MOVE "statut de la police sans garantie" TO WS-L-MOTIF
           END-IF.

           IF WS-G-GARANTIE = 'O' AND WS-S-DEVISE NOT = M-DEVISE
               MOVE 'N' TO WS-G-GARANTIE
               MOVE "devise differente de celle de la police"
                   TO WS-L-MOTIF
           END-IF.
       .

       0415-CONTROLE-GARANTIE-END.
           EXIT
       .

       0420-MVT-RESERVE.
           MOVE WS-S-NUMERO TO S-NUMERO.

                       PERFORM 0500-JOURNALISATION-REFUS
                           THRU 0500-JOURNALISATION-REFUS-END
                   ELSE
                       MOVE S-RESERVE TO WS-TRS-AVANT
                       MOVE WS-L-MONTANT-NUM TO S-RESERVE
                       REWRITE S-SINISTRE
                       MOVE "RESERVE" TO WS-MVT-VERDICT
                       PERFORM 0510-JOURNALISATION-APPLIQUE
                           THRU 0510-JOURNALISATION-APPLIQUE-END
                       MOVE WS-L-MONTANT-NUM TO WS-TRS-MONTANT
                       PERFORM 0530-TRANSACTION-ECRITURE
                           THRU 0530-TRANSACTION-ECRITURE-END
                   END-IF
           END-READ.
       .
                       PERFORM 0500-JOURNALISATION-REFUS
                           THRU 0500-JOURNALISATION-REFUS-END
                   ELSE
                       MOVE S-RESERVE TO WS-TRS-AVANT
                       ADD WS-L-MONTANT-NUM TO S-REGLEMENTS
                       IF WS-L-MONTANT-NUM > S-RESERVE
                           MOVE 0 TO S-RESERVE
                       MOVE "REGLEMENT" TO WS-MVT-VERDICT
                       PERFORM 0510-JOURNALISATION-APPLIQUE
                           THRU 0510-JOURNALISATION-APPLIQUE-END
                       MOVE WS-L-MONTANT-NUM TO WS-TRS-MONTANT
                       PERFORM 0530-TRANSACTION-ECRITURE
                           THRU 0530-TRANSACTION-ECRITURE-END
                   END-IF
           END-READ.
       .
                       PERFORM 0500-JOURNALISATION-REFUS
                           THRU 0500-JOURNALISATION-REFUS-END
                   ELSE
                       MOVE S-RESERVE TO WS-TRS-AVANT
                       MOVE "CLOS" TO S-STATUT
                       MOVE 0 TO S-RESERVE
                       REWRITE S-SINISTRE
                       MOVE "CLOTURE" TO WS-MVT-VERDICT
                       PERFORM 0510-JOURNALISATION-APPLIQUE
                           THRU 0510-JOURNALISATION-APPLIQUE-END
                       MOVE 0 TO WS-TRS-MONTANT
                       PERFORM 0530-TRANSACTION-ECRITURE
                           THRU 0530-TRANSACTION-ECRITURE-END
                   END-IF
           END-READ.
       .
           EXIT
       .

      ******************************************************************
      * DECLARATION HORS GARANTIE : trace au journal et depot dans le  *
      * fichier des sinistres hors garantie, avec les caracteristiques *
      * de la police quand elle a pu etre lue                          *
      ******************************************************************

       0520-JOURNALISATION-HORS-GAR.
           ADD 1 TO WS-MVT-HORS-GARANTIE.
           MOVE SPACES TO E-JOURNAL.
           STRING WS-LIGNE-ECHO      DELIMITED BY SIZE
                  " *** HORS GARANTIE : " DELIMITED BY SIZE
                  WS-L-MOTIF         DELIMITED BY SIZE
               INTO E-JOURNAL.
           WRITE E-JOURNAL.

           MOVE SPACES TO E-HORS-GARANTIE.
           IF WS-G-POLICE-LUE = 'O'
               STRING WS-LIGNE-ECHO  DELIMITED BY SIZE
                      " *** "        DELIMITED BY SIZE
                      WS-L-MOTIF     DELIMITED BY SIZE
                      " (police "    DELIMITED BY SIZE
                      M-STATUT       DELIMITED BY SPACE
                      " du "         DELIMITED BY SIZE
                      M-DATE-DEBUT   DELIMITED BY SIZE
                      " au "         DELIMITED BY SIZE
                      M-DATE-FIN     DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      M-DEVISE       DELIMITED BY SIZE
                      ")"            DELIMITED BY SIZE
                   INTO E-HORS-GARANTIE
           ELSE
               STRING WS-LIGNE-ECHO  DELIMITED BY SIZE
                      " *** "        DELIMITED BY SIZE
                      WS-L-MOTIF     DELIMITED BY SIZE
                   INTO E-HORS-GARANTIE
           END-IF.
           WRITE E-HORS-GARANTIE.
       .

       0520-JOURNALISATION-HORS-GAR-END.
           EXIT
       .

      ******************************************************************
      * ECRITURE D'UNE TRANSACTION SINISTRE : le sinistre est pris     *
      * dans son etat apres mise a jour (S-SINISTRE), la reserve       *
      * d'avant mouvement dans WS-TRS-AVANT                            *
      ******************************************************************

       0530-TRANSACTION-ECRITURE.
           MOVE WS-TRS-MONTANT TO WS-TRS-MONTANT-ED.
           MOVE WS-TRS-AVANT   TO WS-TRS-AVANT-ED.
           MOVE S-RESERVE      TO WS-TRS-APRES-ED.

      * Produit de la police : lu par 0415 pour une declaration, relu
      * au master des polices pour les autres mouvements.
           MOVE SPACES TO WS-TRS-PRODUIT.
           IF WS-M-TYPE = 'D'
               MOVE M-NOM-PRODUIT TO WS-TRS-PRODUIT
           ELSE
               IF WS-POLICES-OUVERT = 'O'
                   MOVE S-CODE-POLICE TO M-CODE
                   READ FICHIER-POLICES
                       INVALID KEY
                           MOVE SPACES TO WS-TRS-PRODUIT
                       NOT INVALID KEY
                           MOVE M-NOM-PRODUIT TO WS-TRS-PRODUIT
                   END-READ
               END-IF
           END-IF.

           MOVE SPACES TO F-TRANSAC.
           STRING WS-M-TYPE         DELIMITED BY SIZE
                  "*"               DELIMITED BY SIZE
                  WS-DATE-SYSTEME-N DELIMITED BY SIZE
                  "*"               DELIMITED BY SIZE
                  S-NUMERO          DELIMITED BY SIZE
                  "*"               DELIMITED BY SIZE
                  S-CODE-POLICE     DELIMITED BY SIZE
                  "*"               DELIMITED BY SIZE
                  S-DATE-SURVENANCE DELIMITED BY SIZE
                  "*"               DELIMITED BY SIZE
                  WS-TRS-MONTANT-ED DELIMITED BY SIZE
                  "*"               DELIMITED BY SIZE
                  WS-TRS-AVANT-ED   DELIMITED BY SIZE
                  "*"               DELIMITED BY SIZE
                  WS-TRS-APRES-ED   DELIMITED BY SIZE
                  "*"               DELIMITED BY SIZE
                  S-DEVISE          DELIMITED BY SIZE
                  "*"               DELIMITED BY SIZE
                  WS-TRS-PRODUIT    DELIMITED BY SIZE
               INTO F-TRANSAC.
           WRITE F-TRANSAC.
       .

       0530-TRANSACTION-ECRITURE-END.
           EXIT
       .

      ******************************************************************
      * RAFRAICHISSEMENT DE LA TABLE DES TAUX DE CHANGE (TAUXCHG)      *
      * Meme mecanique que 0050-CHARGEMENT-TAUX d'assur.               *
