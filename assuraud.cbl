       IDENTIFICATION DIVISION.
       PROGRAM-ID. assuraud.
       Author.Thomas/Sibory/Benoit.

      ******************************************************************
      * INTERROGATION DE L'AUDIT DU MASTER : UNE POLICE TELLE QU'ELLE  *
      * ETAIT A UNE DATE DONNEE, ET LES CHANGEMENTS DEPUIS             *
      *                                                                *
      * Parametres : ASSUR_AUDIT_CODE (code contrat, obligatoire) et   *
      * ASSUR_AUDIT_DATE (AAAAMMJJ, defaut date du jour). L'etat       *
      * restitue est celui du master a la fin de la journee demandee,  *
      * c'est-a-dire apres les passages d'assurmaj dates de ce jour    *
      * (date de traitement du passage, non date d'effet d'un avenant).*
      *                                                                *
      * Source : le fichier permanent d'audit alimente par assurmaj    *
      * (ASSUR_FICHIER_AUDIT, defaut AUDIT-MASTER.TXT, description     *
      * AUDPOL), lu deux fois :                                        *
      * - reconstitution : les images apres successives du contrat     *
      *   donnent son etat jusqu'a la date demandee ; un contrat sans  *
      *   trace avant cette date est connu par l'image avant de son    *
      *   premier changement ulterieur (inexistant si c'est une        *
      *   creation) ou, faute de tout changement, par le master actuel *
      *   (ASSUR_FICHIER_MASTER, defaut ASSURANCES.MST) ;              *
      * - historique : chaque changement date apres le jour demande,   *
      *   avec les zones modifiees (valeur avant -> valeur apres).     *
      * Un BACKOUT (ligne B) remet le master a sa sauvegarde : le      *
      * contrat prend l'image de sa ligne R, ou disparait s'il n'en a  *
      * pas.                                                           *
      *                                                                *
      * Etat : ASSUR_FICHIER_RAPPORT_AUDIT, defaut                     *
      * AUDIT-code-AAAAMMJJ.TXT, egalement affiche.                    *
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-AUDIT
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-AUDIT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-AUDIT.

       SELECT OPTIONAL FICHIER-MASTER
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-MASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS M-CODE
           FILE STATUS IS WS-STATUT-MASTER.

       SELECT FICHIER-RAPPORT-AUDIT
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-RAPPORT
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

       FD FICHIER-AUDIT.
           COPY AUDPOL.

       FD FICHIER-MASTER.
           COPY POLMAST.

       FD FICHIER-RAPPORT-AUDIT.
       01 E-RAPPORT                        PIC X(132).


       WORKING-STORAGE SECTION.

      ******************************************************************
      * PARAMETRES DE L'INTERROGATION                                  *
      ******************************************************************

       01 WS-DATE-ETAT.
           05 WS-ETA-ANNEE                 PIC 9(4).
           05 WS-ETA-MOIS                  PIC 99.
           05 WS-ETA-JOUR                  PIC 99.
       01 WS-DATE-ETAT-N REDEFINES WS-DATE-ETAT
                                            PIC 9(8).

       77 WS-DATE-SAISIE                   PIC X(8)        VALUE SPACES.
       77 WS-CODE-SAISIE                   PIC X(8)        VALUE SPACES.
       77 WS-CODE-DEMANDE                  PIC 9(8)        VALUE 0.
       77 WS-PARAM-VALIDE                  PIC X           VALUE 'O'.
       77 WS-DATE-INT                      PIC S9(9)       VALUE 0.

      ******************************************************************
      * RECONSTITUTION : ETAT COURANT DU CONTRAT PENDANT LA LECTURE    *
      * (? inconnu, O present au master, N absent) ET CLICHE FIGE A LA *
      * PREMIERE LIGNE D'AUDIT POSTERIEURE A LA DATE DEMANDEE          *
      ******************************************************************

       77 WS-ETAT-STATUT                   PIC X           VALUE '?'.
       77 WS-ETAT-IMAGE                    PIC X(113)      VALUE SPACES.
       77 WS-CLI-STATUT                    PIC X           VALUE '?'.
       77 WS-CLI-IMAGE                     PIC X(113)      VALUE SPACES.
       77 WS-CLI-FIGE                      PIC X           VALUE 'N'.
       77 WS-CLI-SOURCE                    PIC X           VALUE 'A'.

       77 WS-BKO-EN-COURS                  PIC X           VALUE 'N'.
       77 WS-BKO-RUN-ID                    PIC X(15)       VALUE SPACES.
       77 WS-BKO-TROUVE                    PIC X           VALUE 'N'.
       77 WS-BKO-DATE                      PIC 9(8)        VALUE 0.

       77 WS-PASSE                         PIC X           VALUE '1'.
       77 WS-AUD-LUES                      PIC 9(7)        VALUE 0.
       77 WS-AUD-CONTRAT                   PIC 9(5)        VALUE 0.
       77 WS-NB-CHANGEMENTS                PIC 9(5)        VALUE 0.

      ******************************************************************
      * IMAGES AVANT / APRES D'UN CHANGEMENT, DECOMPOSEES COMME        *
      * M-ASSURANCE POUR LA COMPARAISON ZONE A ZONE                    *
      ******************************************************************

       01 WS-AV-POLICE.
           05 WS-AV-CODE                   PIC 9(8).
           05 WS-AV-NOM-CONTRAT            PIC X(14).
           05 WS-AV-NOM-PRODUIT            PIC X(14).
           05 WS-AV-NOM-CLIENT             PIC X(41).
           05 WS-AV-STATUT                 PIC X(8).
           05 WS-AV-DATE-DEBUT             PIC X(8).
           05 WS-AV-DATE-FIN               PIC X(8).
           05 WS-AV-PRIX                   PIC 9(6)V99.
           05 WS-AV-DEVISE                 PIC X(3).
           05 WS-AV-FREQUENCE              PIC X.

       01 WS-AP-POLICE.
           05 WS-AP-CODE                   PIC 9(8).
           05 WS-AP-NOM-CONTRAT            PIC X(14).
           05 WS-AP-NOM-PRODUIT            PIC X(14).
           05 WS-AP-NOM-CLIENT             PIC X(41).
           05 WS-AP-STATUT                 PIC X(8).
           05 WS-AP-DATE-DEBUT             PIC X(8).
           05 WS-AP-DATE-FIN               PIC X(8).
           05 WS-AP-PRIX                   PIC 9(6)V99.
           05 WS-AP-DEVISE                 PIC X(3).
           05 WS-AP-FREQUENCE              PIC X.

       77 WS-DIF-AVANT-IMG                 PIC X(113)      VALUE SPACES.
       77 WS-DIF-APRES-IMG                 PIC X(113)      VALUE SPACES.
       77 WS-PRC-STATUT                    PIC X           VALUE 'N'.
       77 WS-PRC-IMAGE                     PIC X(113)      VALUE SPACES.

      ******************************************************************
      * MISE EN FORME DES DATES ET DES MONTANTS                        *
      ******************************************************************

       01 WS-ED-DATE.
           05 WS-ED-ANNEE                  PIC 9(4).
           05 WS-ED-MOIS                   PIC 99.
           05 WS-ED-JOUR                   PIC 99.
       01 WS-ED-DATE-X REDEFINES WS-ED-DATE
                                            PIC X(8).

       01 WS-ED-DATE-TXT.
           05 WS-EDT-JOUR                  PIC 99.
           05 FILLER                       PIC X      VALUE "/".
           05 WS-EDT-MOIS                  PIC 99.
           05 FILLER                       PIC X      VALUE "/".
           05 WS-EDT-ANNEE                 PIC 9(4).

       77 WS-ED-RESULTAT                   PIC X(10)       VALUE SPACES.
       77 WS-ED-PRIX                       PIC Z(5)9.99.

       01 WS-DATE-SYSTEME.
           05 WS-SYS-ANNEE                 PIC 9(4).
           05 WS-SYS-MOIS                  PIC 99.
           05 WS-SYS-JOUR                  PIC 99.
       01 WS-DATE-SYSTEME-N REDEFINES WS-DATE-SYSTEME
                                            PIC 9(8).

       77 WS-NOM-FICHIER-AUDIT             PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-MASTER            PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-RAPPORT           PIC X(100)      VALUE SPACES.
       77 WS-STATUT-AUDIT                  PIC XX          VALUE SPACES.
       77 WS-STATUT-MASTER                 PIC XX          VALUE SPACES.
       77 WS-FIN-AUDIT                     PIC X           VALUE 'F'.
       77 WS-AUDIT-ABSENT                  PIC X           VALUE 'N'.

      ******************************************************************
      * LIGNES D'EDITION DE L'INTERROGATION                            *
      ******************************************************************

       01 AUD-LIGNE-TITRE.
           05 FILLER                   PIC X(15)
               VALUE "===== CONTRAT ".
           05 AUD-LT-CODE              PIC 9(8).
           05 FILLER                   PIC X(11)  VALUE " TEL QU'AU ".
           05 AUD-LT-DATE              PIC X(10).
           05 FILLER                   PIC X(24)
               VALUE " (fin de journee) =====".

       01 AUD-LIGNE-CHAMP.
           05 FILLER                   PIC X(2)   VALUE SPACES.
           05 AUD-LC-LIBELLE           PIC X(16).
           05 FILLER                   PIC X(2)   VALUE ": ".
           05 AUD-LC-VALEUR            PIC X(60).

       01 AUD-LIGNE-MVT.
           05 AUD-LM-DATE              PIC X(10).
           05 FILLER                   PIC X(5)   VALUE " RUN=".
           05 AUD-LM-RUN-ID            PIC X(15).
           05 FILLER                   PIC X(5)   VALUE " SEQ=".
           05 AUD-LM-SEQ               PIC 9(5).
           05 FILLER                   PIC X(6)   VALUE " OPER=".
           05 AUD-LM-OPERATEUR         PIC X(8).
           05 FILLER                   PIC X(3)   VALUE " : ".
           05 AUD-LM-LIBELLE           PIC X(60).

       01 AUD-LIGNE-DIFF.
           05 FILLER                   PIC X(4)   VALUE SPACES.
           05 AUD-LD-LIBELLE           PIC X(14).
           05 FILLER                   PIC X(3)   VALUE " : ".
           05 AUD-LD-AVANT             PIC X(41).
           05 FILLER                   PIC X(4)   VALUE " -> ".
           05 AUD-LD-APRES             PIC X(41).

       01 AUD-LIGNE-TOTAL.
           05 FILLER                   PIC X(27)
               VALUE "Changements posterieurs au ".
           05 AUD-LTO-DATE             PIC X(10).
           05 FILLER                   PIC X(3)   VALUE " : ".
           05 AUD-LTO-NB               PIC Z(4)9.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD.

           ACCEPT WS-NOM-FICHIER-AUDIT FROM ENVIRONMENT
               "ASSUR_FICHIER_AUDIT".
           IF WS-NOM-FICHIER-AUDIT = SPACES
               MOVE "AUDIT-MASTER.TXT" TO WS-NOM-FICHIER-AUDIT
           END-IF.

           ACCEPT WS-NOM-FICHIER-MASTER FROM ENVIRONMENT
               "ASSUR_FICHIER_MASTER".
           IF WS-NOM-FICHIER-MASTER = SPACES
               MOVE "ASSURANCES.MST" TO WS-NOM-FICHIER-MASTER
           END-IF.

           PERFORM 0100-PARAMETRES THRU 0100-PARAMETRES-END.

           IF WS-PARAM-VALIDE = 'N'
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT WS-NOM-FICHIER-RAPPORT FROM ENVIRONMENT
                   "ASSUR_FICHIER_RAPPORT_AUDIT"
               IF WS-NOM-FICHIER-RAPPORT = SPACES
                   STRING "AUDIT-"              DELIMITED BY SIZE
                          WS-CODE-DEMANDE       DELIMITED BY SIZE
                          "-"                   DELIMITED BY SIZE
                          WS-DATE-ETAT-N        DELIMITED BY SIZE
                          ".TXT"                DELIMITED BY SIZE
                       INTO WS-NOM-FICHIER-RAPPORT
               END-IF

               MOVE '1' TO WS-PASSE
               PERFORM 0200-LECTURE-AUDIT THRU 0200-LECTURE-AUDIT-END

               IF RETURN-CODE < 8
                   IF WS-CLI-STATUT = '?'
                       PERFORM 0300-MASTER-ACTUEL
                           THRU 0300-MASTER-ACTUEL-END
                   END-IF

                   OPEN OUTPUT FICHIER-RAPPORT-AUDIT
                   PERFORM 0400-EDITION-ETAT
                       THRU 0400-EDITION-ETAT-END

                   IF WS-AUDIT-ABSENT = 'N'
                       MOVE '2' TO WS-PASSE
                       PERFORM 0200-LECTURE-AUDIT
                           THRU 0200-LECTURE-AUDIT-END
                   END-IF

                   MOVE WS-DATE-ETAT-N TO WS-ED-DATE-X
                   PERFORM 0910-DATE-EDITION
                       THRU 0910-DATE-EDITION-END
                   MOVE WS-ED-RESULTAT TO AUD-LTO-DATE
                   MOVE WS-NB-CHANGEMENTS TO AUD-LTO-NB
                   MOVE SPACES TO E-RAPPORT
                   PERFORM 0900-ECRITURE-RAPPORT
                       THRU 0900-ECRITURE-RAPPORT-END
                   MOVE AUD-LIGNE-TOTAL TO E-RAPPORT
                   PERFORM 0900-ECRITURE-RAPPORT
                       THRU 0900-ECRITURE-RAPPORT-END
                   CLOSE FICHIER-RAPPORT-AUDIT

                   DISPLAY "Lignes d'audit lues       : " WS-AUD-LUES
                   DISPLAY "Lignes du contrat         : "
                       WS-AUD-CONTRAT
                   DISPLAY "Interrogation enregistree dans "
                       WS-NOM-FICHIER-RAPPORT
               END-IF
           END-IF.

           STOP RUN.

      ******************************************************************
      * PARAMETRES : CODE CONTRAT OBLIGATOIRE, DATE AAAAMMJJ (DEFAUT   *
      * DATE DU JOUR)                                                  *
      ******************************************************************

       0100-PARAMETRES.
           MOVE 'O' TO WS-PARAM-VALIDE.

           ACCEPT WS-CODE-SAISIE FROM ENVIRONMENT "ASSUR_AUDIT_CODE".
           IF WS-CODE-SAISIE = SPACES
               DISPLAY "ERREUR : code contrat ASSUR_AUDIT_CODE "
                   "non renseigne"
               MOVE 'N' TO WS-PARAM-VALIDE
           ELSE
               IF FUNCTION TRIM(WS-CODE-SAISIE) IS NOT NUMERIC
                   DISPLAY "ERREUR : code contrat ASSUR_AUDIT_CODE "
                       "invalide : " WS-CODE-SAISIE
                   MOVE 'N' TO WS-PARAM-VALIDE
               ELSE
                   MOVE FUNCTION NUMVAL(WS-CODE-SAISIE)
                       TO WS-CODE-DEMANDE
               END-IF
           END-IF.

           ACCEPT WS-DATE-SAISIE FROM ENVIRONMENT "ASSUR_AUDIT_DATE".
           IF WS-DATE-SAISIE = SPACES
               MOVE WS-DATE-SYSTEME-N TO WS-DATE-ETAT-N
           ELSE
               IF WS-DATE-SAISIE NOT NUMERIC
                   DISPLAY "ERREUR : date ASSUR_AUDIT_DATE invalide : "
                       WS-DATE-SAISIE
                   MOVE 'N' TO WS-PARAM-VALIDE
               ELSE
                   MOVE WS-DATE-SAISIE TO WS-DATE-ETAT
                   IF WS-ETA-ANNEE < 1900 OR WS-ETA-ANNEE > 2099
                       OR WS-ETA-MOIS < 01 OR WS-ETA-MOIS > 12
                       OR WS-ETA-JOUR < 01 OR WS-ETA-JOUR > 31
                       DISPLAY "ERREUR : date ASSUR_AUDIT_DATE "
                           "invalide : " WS-DATE-SAISIE
                       MOVE 'N' TO WS-PARAM-VALIDE
                   ELSE
                       COMPUTE WS-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-ETAT-N)
                       IF WS-DATE-INT = 0
                           DISPLAY "ERREUR : date ASSUR_AUDIT_DATE "
                               "invalide : " WS-DATE-SAISIE
                           MOVE 'N' TO WS-PARAM-VALIDE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       .

       0100-PARAMETRES-END.
           EXIT
       .

      ******************************************************************
      * LECTURE DU FICHIER D'AUDIT : PASSE 1 RECONSTITUTION DU CLICHE, *
      * PASSE 2 HISTORIQUE DES CHANGEMENTS POSTERIEURS                 *
      ******************************************************************

       0200-LECTURE-AUDIT.
           MOVE 'F' TO WS-FIN-AUDIT.
           MOVE 'N' TO WS-BKO-EN-COURS.
           OPEN INPUT FICHIER-AUDIT.

           IF WS-STATUT-AUDIT = "00"
               IF WS-PASSE = '2'
                   MOVE SPACES TO E-RAPPORT
                   PERFORM 0900-ECRITURE-RAPPORT
                       THRU 0900-ECRITURE-RAPPORT-END
                   MOVE "----- CHANGEMENTS POSTERIEURS -----"
                       TO E-RAPPORT
                   PERFORM 0900-ECRITURE-RAPPORT
                       THRU 0900-ECRITURE-RAPPORT-END
                   MOVE WS-CLI-STATUT TO WS-PRC-STATUT
                   MOVE WS-CLI-IMAGE  TO WS-PRC-IMAGE
               END-IF

               PERFORM UNTIL WS-FIN-AUDIT = 'T'
                   READ FICHIER-AUDIT
                       AT END
                           MOVE 'T' TO WS-FIN-AUDIT
                       NOT AT END
                           IF WS-PASSE = '1'
                               PERFORM 0210-RECONSTITUTION
                                   THRU 0210-RECONSTITUTION-END
                           ELSE
                               PERFORM 0500-HISTORIQUE
                                   THRU 0500-HISTORIQUE-END
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-BKO-EN-COURS = 'O'
                   IF WS-PASSE = '1'
                       PERFORM 0230-BACKOUT-FIN
                           THRU 0230-BACKOUT-FIN-END
                   ELSE
                       PERFORM 0530-BACKOUT-FIN
                           THRU 0530-BACKOUT-FIN-END
                   END-IF
               END-IF

               CLOSE FICHIER-AUDIT

               IF WS-PASSE = '1' AND WS-CLI-FIGE = 'N'
                   MOVE 'O' TO WS-CLI-FIGE
                   MOVE WS-ETAT-STATUT TO WS-CLI-STATUT
                   MOVE WS-ETAT-IMAGE  TO WS-CLI-IMAGE
               END-IF
           ELSE
               IF WS-STATUT-AUDIT = "05"
                   CLOSE FICHIER-AUDIT
                   MOVE 'O' TO WS-AUDIT-ABSENT
                   DISPLAY "ATTENTION : fichier d'audit "
                       FUNCTION TRIM(WS-NOM-FICHIER-AUDIT)
                       " absent, etat tire du master actuel"
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY "ERREUR : fichier d'audit "
                       FUNCTION TRIM(WS-NOM-FICHIER-AUDIT)
                       " illisible (statut " WS-STATUT-AUDIT ")"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       .

       0200-LECTURE-AUDIT-END.
           EXIT
       .

      ******************************************************************
      * PASSE 1 : UNE LIGNE D'AUDIT. LE CLICHE EST FIGE A LA PREMIERE  *
      * LIGNE DATEE APRES LE JOUR DEMANDE ; UN BACKOUT EN COURS EST    *
      * SOLDE DES QUE LES LIGNES R DE SON PASSAGE SONT EPUISEES        *
      ******************************************************************

       0210-RECONSTITUTION.
           ADD 1 TO WS-AUD-LUES.

           IF WS-BKO-EN-COURS = 'O'
               IF A-TYPE NOT = 'R' OR A-RUN-ID NOT = WS-BKO-RUN-ID
                   PERFORM 0230-BACKOUT-FIN THRU 0230-BACKOUT-FIN-END
               END-IF
           END-IF.

           IF WS-CLI-FIGE = 'N' AND A-DATE > WS-DATE-ETAT-N
               MOVE 'O' TO WS-CLI-FIGE
               MOVE WS-ETAT-STATUT TO WS-CLI-STATUT
               MOVE WS-ETAT-IMAGE  TO WS-CLI-IMAGE
           END-IF.

           IF A-TYPE = 'B'
               MOVE 'O'      TO WS-BKO-EN-COURS
               MOVE A-RUN-ID TO WS-BKO-RUN-ID
               MOVE 'N'      TO WS-BKO-TROUVE
           ELSE
               IF A-CODE = WS-CODE-DEMANDE
                   ADD 1 TO WS-AUD-CONTRAT
                   PERFORM 0220-EVENEMENT-CONTRAT
                       THRU 0220-EVENEMENT-CONTRAT-END
               END-IF
           END-IF.
       .

       0210-RECONSTITUTION-END.
           EXIT
       .

      ******************************************************************
      * PASSE 1 : CHANGEMENT DU CONTRAT. SI LE CLICHE EST FIGE SANS    *
      * ETAT CONNU, LE PREMIER CHANGEMENT ULTERIEUR LE DONNE : IMAGE   *
      * AVANT (M/A/V), INEXISTANT (C), IMAGE RESTAUREE (R)             *
      ******************************************************************

       0220-EVENEMENT-CONTRAT.
           IF WS-CLI-FIGE = 'O' AND WS-CLI-STATUT = '?'
               EVALUATE A-TYPE
                   WHEN 'C'
                       MOVE 'N'     TO WS-CLI-STATUT
                   WHEN 'R'
                       MOVE 'O'     TO WS-CLI-STATUT
                       MOVE A-APRES TO WS-CLI-IMAGE
                   WHEN OTHER
                       MOVE 'O'     TO WS-CLI-STATUT
                       MOVE A-AVANT TO WS-CLI-IMAGE
               END-EVALUATE
           END-IF.

           IF A-TYPE = 'R'
               MOVE 'O' TO WS-BKO-TROUVE
           END-IF.

           IF A-APRES = SPACES
               MOVE 'N'    TO WS-ETAT-STATUT
               MOVE SPACES TO WS-ETAT-IMAGE
           ELSE
               MOVE 'O'     TO WS-ETAT-STATUT
               MOVE A-APRES TO WS-ETAT-IMAGE
           END-IF.
       .

       0220-EVENEMENT-CONTRAT-END.
           EXIT
       .

      ******************************************************************
      * PASSE 1 : FIN D'UN BACKOUT SANS LIGNE R POUR LE CONTRAT : IL   *
      * N'ETAIT PAS DANS LA SAUVEGARDE ET N'EST PLUS AU MASTER         *
      ******************************************************************

       0230-BACKOUT-FIN.
           MOVE 'N' TO WS-BKO-EN-COURS.

           IF WS-BKO-TROUVE = 'N'
               IF WS-CLI-FIGE = 'O' AND WS-CLI-STATUT = '?'
                   MOVE 'N' TO WS-CLI-STATUT
               END-IF
               MOVE 'N'    TO WS-ETAT-STATUT
               MOVE SPACES TO WS-ETAT-IMAGE
           END-IF.
       .

       0230-BACKOUT-FIN-END.
           EXIT
       .

      ******************************************************************
      * AUCUNE TRACE D'AUDIT POUR LE CONTRAT : IL N'A PAS CHANGE       *
      * DEPUIS LA DATE DEMANDEE, LE MASTER ACTUEL FAIT FOI             *
      ******************************************************************

       0300-MASTER-ACTUEL.
           MOVE 'M' TO WS-CLI-SOURCE.
           MOVE 'N' TO WS-CLI-STATUT.
           OPEN INPUT FICHIER-MASTER.

           IF WS-STATUT-MASTER = "00"
               MOVE WS-CODE-DEMANDE TO M-CODE
               READ FICHIER-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-CLI-STATUT
                   NOT INVALID KEY
                       MOVE 'O'         TO WS-CLI-STATUT
                       MOVE M-ASSURANCE TO WS-CLI-IMAGE
               END-READ
               CLOSE FICHIER-MASTER
           ELSE
               IF WS-STATUT-MASTER = "05"
                   CLOSE FICHIER-MASTER
               END-IF
               DISPLAY "ATTENTION : master des polices "
                   FUNCTION TRIM(WS-NOM-FICHIER-MASTER)
                   " indisponible (statut " WS-STATUT-MASTER ")"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       .

       0300-MASTER-ACTUEL-END.
           EXIT
       .

      ******************************************************************
      * EDITION DU CONTRAT TEL QU'IL ETAIT A LA DATE DEMANDEE          *
      ******************************************************************

       0400-EDITION-ETAT.
           MOVE WS-CODE-DEMANDE TO AUD-LT-CODE.
           MOVE WS-DATE-ETAT-N TO WS-ED-DATE-X.
           PERFORM 0910-DATE-EDITION THRU 0910-DATE-EDITION-END.
           MOVE WS-ED-RESULTAT TO AUD-LT-DATE.
           MOVE AUD-LIGNE-TITRE TO E-RAPPORT.
           PERFORM 0900-ECRITURE-RAPPORT THRU 0900-ECRITURE-RAPPORT-END.

           IF WS-CLI-SOURCE = 'M'
               MOVE "Source : master actuel, aucun changement audite"
                   TO E-RAPPORT
           ELSE
               MOVE "Source : audit du master" TO E-RAPPORT
           END-IF.
           PERFORM 0900-ECRITURE-RAPPORT THRU 0900-ECRITURE-RAPPORT-END.
           MOVE SPACES TO E-RAPPORT.
           PERFORM 0900-ECRITURE-RAPPORT THRU 0900-ECRITURE-RAPPORT-END.

           IF WS-CLI-STATUT NOT = 'O'
               MOVE "  Contrat inexistant a cette date" TO E-RAPPORT
               PERFORM 0900-ECRITURE-RAPPORT
                   THRU 0900-ECRITURE-RAPPORT-END
           ELSE
               MOVE WS-CLI-IMAGE TO WS-AP-POLICE

               MOVE "Contrat"         TO AUD-LC-LIBELLE
               MOVE WS-AP-NOM-CONTRAT TO AUD-LC-VALEUR
               PERFORM 0410-EDITION-CHAMP THRU 0410-EDITION-CHAMP-END

               MOVE "Produit"         TO AUD-LC-LIBELLE
               MOVE WS-AP-NOM-PRODUIT TO AUD-LC-VALEUR
               PERFORM 0410-EDITION-CHAMP THRU 0410-EDITION-CHAMP-END

               MOVE "Client"          TO AUD-LC-LIBELLE
               MOVE WS-AP-NOM-CLIENT  TO AUD-LC-VALEUR
               PERFORM 0410-EDITION-CHAMP THRU 0410-EDITION-CHAMP-END

               MOVE "Statut"          TO AUD-LC-LIBELLE
               MOVE WS-AP-STATUT      TO AUD-LC-VALEUR
               PERFORM 0410-EDITION-CHAMP THRU 0410-EDITION-CHAMP-END

               MOVE "Date de debut"   TO AUD-LC-LIBELLE
               MOVE WS-AP-DATE-DEBUT  TO WS-ED-DATE-X
               PERFORM 0910-DATE-EDITION THRU 0910-DATE-EDITION-END
               MOVE WS-ED-RESULTAT    TO AUD-LC-VALEUR
               PERFORM 0410-EDITION-CHAMP THRU 0410-EDITION-CHAMP-END

               MOVE "Date de fin"     TO AUD-LC-LIBELLE
               MOVE WS-AP-DATE-FIN    TO WS-ED-DATE-X
               PERFORM 0910-DATE-EDITION THRU 0910-DATE-EDITION-END
               MOVE WS-ED-RESULTAT    TO AUD-LC-VALEUR
               PERFORM 0410-EDITION-CHAMP THRU 0410-EDITION-CHAMP-END

               MOVE "Prime"           TO AUD-LC-LIBELLE
               MOVE WS-AP-PRIX        TO WS-ED-PRIX
               MOVE WS-ED-PRIX        TO AUD-LC-VALEUR
               PERFORM 0410-EDITION-CHAMP THRU 0410-EDITION-CHAMP-END

               MOVE "Devise"          TO AUD-LC-LIBELLE
               MOVE WS-AP-DEVISE      TO AUD-LC-VALEUR
               PERFORM 0410-EDITION-CHAMP THRU 0410-EDITION-CHAMP-END

               MOVE "Frequence"       TO AUD-LC-LIBELLE
               MOVE WS-AP-FREQUENCE   TO AUD-LC-VALEUR
               PERFORM 0410-EDITION-CHAMP THRU 0410-EDITION-CHAMP-END
           END-IF.
       .

       0400-EDITION-ETAT-END.
           EXIT
       .

       0410-EDITION-CHAMP.
           MOVE AUD-LIGNE-CHAMP TO E-RAPPORT.
           PERFORM 0900-ECRITURE-RAPPORT THRU 0900-ECRITURE-RAPPORT-END.
       .

       0410-EDITION-CHAMP-END.
           EXIT
       .

      ******************************************************************
      * PASSE 2 : UNE LIGNE D'AUDIT DATEE APRES LE JOUR DEMANDE ; LES  *
      * CHANGEMENTS DU CONTRAT SONT EDITES PAR RAPPORT A L'ETAT        *
      * PRECEDENT, EN PARTANT DU CLICHE                                *
      ******************************************************************

       0500-HISTORIQUE.
           IF A-DATE > WS-DATE-ETAT-N
               IF WS-BKO-EN-COURS = 'O'
                   IF A-TYPE NOT = 'R'
                       OR A-RUN-ID NOT = WS-BKO-RUN-ID
                       PERFORM 0530-BACKOUT-FIN
                           THRU 0530-BACKOUT-FIN-END
                   END-IF
               END-IF

               IF A-TYPE = 'B'
                   MOVE 'O'      TO WS-BKO-EN-COURS
                   MOVE A-RUN-ID TO WS-BKO-RUN-ID
                   MOVE A-DATE   TO WS-BKO-DATE
                   MOVE 'N'      TO WS-BKO-TROUVE
               ELSE
                   IF A-CODE = WS-CODE-DEMANDE
                       PERFORM 0510-CHANGEMENT
                           THRU 0510-CHANGEMENT-END
                   END-IF
               END-IF
           END-IF.
       .

       0500-HISTORIQUE-END.
           EXIT
       .

       0510-CHANGEMENT.
           ADD 1 TO WS-NB-CHANGEMENTS.

           MOVE A-DATE TO WS-ED-DATE-X.
           PERFORM 0910-DATE-EDITION THRU 0910-DATE-EDITION-END.
           MOVE WS-ED-RESULTAT TO AUD-LM-DATE.
           MOVE A-RUN-ID       TO AUD-LM-RUN-ID.
           MOVE A-SEQ          TO AUD-LM-SEQ.
           MOVE A-OPERATEUR    TO AUD-LM-OPERATEUR.

           EVALUATE A-TYPE
               WHEN 'C'
                   MOVE "CREATION" TO AUD-LM-LIBELLE
               WHEN 'M'
                   MOVE "MODIFICATION" TO AUD-LM-LIBELLE
               WHEN 'A'
                   MOVE "ANNULATION (contrat retire du master)"
                       TO AUD-LM-LIBELLE
               WHEN 'V'
                   MOVE "AVENANT" TO AUD-LM-LIBELLE
               WHEN 'R'
                   MOVE "BACKOUT (contrat restaure de la sauvegarde)"
                       TO AUD-LM-LIBELLE
               WHEN OTHER
                   MOVE "TYPE INCONNU" TO AUD-LM-LIBELLE
           END-EVALUATE.
           MOVE AUD-LIGNE-MVT TO E-RAPPORT.
           PERFORM 0900-ECRITURE-RAPPORT THRU 0900-ECRITURE-RAPPORT-END.

           IF A-TYPE = 'R'
               MOVE 'O' TO WS-BKO-TROUVE
               IF WS-PRC-STATUT = 'O'
                   MOVE WS-PRC-IMAGE TO WS-DIF-AVANT-IMG
               ELSE
                   MOVE SPACES TO WS-DIF-AVANT-IMG
               END-IF
           ELSE
               MOVE A-AVANT TO WS-DIF-AVANT-IMG
           END-IF.

           IF A-TYPE NOT = 'A'
               MOVE A-APRES TO WS-DIF-APRES-IMG
               PERFORM 0600-DIFFERENCES THRU 0600-DIFFERENCES-END
           END-IF.

           IF A-APRES = SPACES
               MOVE 'N'    TO WS-PRC-STATUT
               MOVE SPACES TO WS-PRC-IMAGE
           ELSE
               MOVE 'O'     TO WS-PRC-STATUT
               MOVE A-APRES TO WS-PRC-IMAGE
           END-IF.
       .

       0510-CHANGEMENT-END.
           EXIT
       .

      ******************************************************************
      * PASSE 2 : FIN D'UN BACKOUT SANS LIGNE R POUR LE CONTRAT ; S'IL *
      * ETAIT AU MASTER, IL EN A ETE RETIRE                            *
      ******************************************************************

       0530-BACKOUT-FIN.
           MOVE 'N' TO WS-BKO-EN-COURS.

           IF WS-BKO-TROUVE = 'N' AND WS-PRC-STATUT = 'O'
               ADD 1 TO WS-NB-CHANGEMENTS
               MOVE WS-BKO-DATE TO WS-ED-DATE-X
               PERFORM 0910-DATE-EDITION THRU 0910-DATE-EDITION-END
               MOVE WS-ED-RESULTAT TO AUD-LM-DATE
               MOVE WS-BKO-RUN-ID  TO AUD-LM-RUN-ID
               MOVE 0              TO AUD-LM-SEQ
               MOVE SPACES         TO AUD-LM-OPERATEUR
               MOVE "BACKOUT (contrat absent de la sauvegarde)"
                   TO AUD-LM-LIBELLE
               MOVE AUD-LIGNE-MVT TO E-RAPPORT
               PERFORM 0900-ECRITURE-RAPPORT
                   THRU 0900-ECRITURE-RAPPORT-END
               MOVE 'N'    TO WS-PRC-STATUT
               MOVE SPACES TO WS-PRC-IMAGE
           END-IF.
       .

       0530-BACKOUT-FIN-END.
           EXIT
       .

      ******************************************************************
      * COMPARAISON ZONE A ZONE DES IMAGES AVANT ET APRES : UNE LIGNE  *
      * PAR ZONE MODIFIEE (A BLANC POUR UNE IMAGE ABSENTE)             *
      ******************************************************************

       0600-DIFFERENCES.
           MOVE WS-DIF-AVANT-IMG TO WS-AV-POLICE.
           MOVE WS-DIF-APRES-IMG TO WS-AP-POLICE.

           IF WS-AV-NOM-CONTRAT NOT = WS-AP-NOM-CONTRAT
               MOVE "Contrat"         TO AUD-LD-LIBELLE
               MOVE WS-AV-NOM-CONTRAT TO AUD-LD-AVANT
               MOVE WS-AP-NOM-CONTRAT TO AUD-LD-APRES
               PERFORM 0610-LIGNE-DIFFERENCE
                   THRU 0610-LIGNE-DIFFERENCE-END
           END-IF.

           IF WS-AV-NOM-PRODUIT NOT = WS-AP-NOM-PRODUIT
               MOVE "Produit"         TO AUD-LD-LIBELLE
               MOVE WS-AV-NOM-PRODUIT TO AUD-LD-AVANT
               MOVE WS-AP-NOM-PRODUIT TO AUD-LD-APRES
               PERFORM 0610-LIGNE-DIFFERENCE
                   THRU 0610-LIGNE-DIFFERENCE-END
           END-IF.

           IF WS-AV-NOM-CLIENT NOT = WS-AP-NOM-CLIENT
               MOVE "Client"          TO AUD-LD-LIBELLE
               MOVE WS-AV-NOM-CLIENT  TO AUD-LD-AVANT
               MOVE WS-AP-NOM-CLIENT  TO AUD-LD-APRES
               PERFORM 0610-LIGNE-DIFFERENCE
                   THRU 0610-LIGNE-DIFFERENCE-END
           END-IF.

           IF WS-AV-STATUT NOT = WS-AP-STATUT
               MOVE "Statut"          TO AUD-LD-LIBELLE
               MOVE WS-AV-STATUT      TO AUD-LD-AVANT
               MOVE WS-AP-STATUT      TO AUD-LD-APRES
               PERFORM 0610-LIGNE-DIFFERENCE
                   THRU 0610-LIGNE-DIFFERENCE-END
           END-IF.

           IF WS-AV-DATE-DEBUT NOT = WS-AP-DATE-DEBUT
               MOVE "Date de debut"   TO AUD-LD-LIBELLE
               MOVE WS-AV-DATE-DEBUT  TO WS-ED-DATE-X
               PERFORM 0910-DATE-EDITION THRU 0910-DATE-EDITION-END
               MOVE WS-ED-RESULTAT    TO AUD-LD-AVANT
               MOVE WS-AP-DATE-DEBUT  TO WS-ED-DATE-X
               PERFORM 0910-DATE-EDITION THRU 0910-DATE-EDITION-END
               MOVE WS-ED-RESULTAT    TO AUD-LD-APRES
               PERFORM 0610-LIGNE-DIFFERENCE
                   THRU 0610-LIGNE-DIFFERENCE-END
           END-IF.

           IF WS-AV-DATE-FIN NOT = WS-AP-DATE-FIN
               MOVE "Date de fin"     TO AUD-LD-LIBELLE
               MOVE WS-AV-DATE-FIN    TO WS-ED-DATE-X
               PERFORM 0910-DATE-EDITION THRU 0910-DATE-EDITION-END
               MOVE WS-ED-RESULTAT    TO AUD-LD-AVANT
               MOVE WS-AP-DATE-FIN    TO WS-ED-DATE-X
               PERFORM 0910-DATE-EDITION THRU 0910-DATE-EDITION-END
               MOVE WS-ED-RESULTAT    TO AUD-LD-APRES
               PERFORM 0610-LIGNE-DIFFERENCE
                   THRU 0610-LIGNE-DIFFERENCE-END
           END-IF.

           IF WS-DIF-AVANT-IMG(102:8) NOT = WS-DIF-APRES-IMG(102:8)
               MOVE "Prime"           TO AUD-LD-LIBELLE
               MOVE SPACES            TO AUD-LD-AVANT
               MOVE SPACES            TO AUD-LD-APRES
               IF WS-DIF-AVANT-IMG NOT = SPACES
                   MOVE WS-AV-PRIX    TO WS-ED-PRIX
                   MOVE WS-ED-PRIX    TO AUD-LD-AVANT
               END-IF
               IF WS-DIF-APRES-IMG NOT = SPACES
                   MOVE WS-AP-PRIX    TO WS-ED-PRIX
                   MOVE WS-ED-PRIX    TO AUD-LD-APRES
               END-IF
               PERFORM 0610-LIGNE-DIFFERENCE
                   THRU 0610-LIGNE-DIFFERENCE-END
           END-IF.

           IF WS-AV-DEVISE NOT = WS-AP-DEVISE
               MOVE "Devise"          TO AUD-LD-LIBELLE
               MOVE WS-AV-DEVISE      TO AUD-LD-AVANT
               MOVE WS-AP-DEVISE      TO AUD-LD-APRES
               PERFORM 0610-LIGNE-DIFFERENCE
                   THRU 0610-LIGNE-DIFFERENCE-END
           END-IF.

           IF WS-AV-FREQUENCE NOT = WS-AP-FREQUENCE
               MOVE "Frequence"       TO AUD-LD-LIBELLE
               MOVE WS-AV-FREQUENCE   TO AUD-LD-AVANT
               MOVE WS-AP-FREQUENCE   TO AUD-LD-APRES
               PERFORM 0610-LIGNE-DIFFERENCE
                   THRU 0610-LIGNE-DIFFERENCE-END
           END-IF.
       .

       0600-DIFFERENCES-END.
           EXIT
       .

       0610-LIGNE-DIFFERENCE.
           MOVE AUD-LIGNE-DIFF TO E-RAPPORT.
           PERFORM 0900-ECRITURE-RAPPORT THRU 0900-ECRITURE-RAPPORT-END.
       .

       0610-LIGNE-DIFFERENCE-END.
           EXIT
       .

      ******************************************************************
      * ECRITURE D'UNE LIGNE DE L'ETAT, REPRISE A L'ECRAN              *
      ******************************************************************

       0900-ECRITURE-RAPPORT.
           WRITE E-RAPPORT.
           DISPLAY FUNCTION TRIM(E-RAPPORT TRAILING).
       .

       0900-ECRITURE-RAPPORT-END.
           EXIT
       .

      ******************************************************************
      * DATE AAAAMMJJ (WS-ED-DATE-X) EDITEE JJ/MM/AAAA DANS            *
      * WS-ED-RESULTAT, A BLANC SI LA ZONE EST A BLANC                 *
      ******************************************************************

       0910-DATE-EDITION.
           IF WS-ED-DATE-X = SPACES OR WS-ED-DATE-X NOT NUMERIC
               MOVE SPACES TO WS-ED-RESULTAT
           ELSE
               MOVE WS-ED-JOUR  TO WS-EDT-JOUR
               MOVE WS-ED-MOIS  TO WS-EDT-MOIS
               MOVE WS-ED-ANNEE TO WS-EDT-ANNEE
               MOVE WS-ED-DATE-TXT TO WS-ED-RESULTAT
           END-IF.
       .

       0910-DATE-EDITION-END.
           EXIT
       .
