       IDENTIFICATION DIVISION.
       PROGRAM-ID. sindev.
       Author.Thomas/Sibory/Benoit.

      ******************************************************************
      * TRIANGLES DE DEVELOPPEMENT DES SINISTRES PAR ANNEE DE          *
      * SURVENANCE                                                     *
      *                                                                *
      * Source : le fichier permanent des transactions sinistres       *
      * alimente par sinmaj (ASSUR_FICHIER_TRANSAC_SIN, defaut         *
      * TRANSAC-SIN.TXT), une ligne par mouvement applique au format   *
      * TYPE*DATEMVT*NUMERO*CODEPOLICE*DATESURV*MONTANT*               *
      * RESERVEAVANT*RESERVEAPRES*DEVISE[*PRODUIT]                     *
      *                                                                *
      * Chaque transaction est rangee dans la case (annee de           *
      * survenance, annee de developpement), l'annee de developpement  *
      * etant l'ecart entre l'annee du mouvement et l'annee de         *
      * survenance (0 = annee de survenance). Deux montants sont       *
      * cumules, convertis en EUR via TAUXCHG :                        *
      *   REGLEMENTS : montant des reglements (type P) ;               *
      *   CHARGE     : reglements + variation de la reserve            *
      *                (reserve apres - reserve avant).                *
      * Les triangles edites sont cumules sur le developpement.        *
      *                                                                *
      * Annees de survenance en colonnes (10 annees a partir de        *
      * ASSUR_TRIANGLE_ANNEE_DEBUT, defaut annee courante - 9),        *
      * annees de developpement en lignes (0 a 9, la ligne 9 recevant  *
      * aussi les developpements plus tardifs). Un jeu de triangles    *
      * est edite pour l'ensemble du portefeuille, puis par produit    *
      * et par devise d'origine. Le produit est celui porte par la     *
      * transaction (produit de la police au moment du mouvement) ; a  *
      * defaut celui d'une transaction precedente du meme sinistre,    *
      * et pour les lignes anciennes qui n'en portent pas, celui lu    *
      * au master des polices (ASSUR_FICHIER_MASTER, defaut            *
      * ASSURANCES.MST).                                               *
      *                                                                *
      * Edition : ASSUR_FICHIER_TRIANGLES, defaut                      *
      * TRIANGLES-SIN-AAAAMMJJ.TXT.                                    *
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-TRANSAC
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-TRANSAC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-TRANSAC.

       SELECT OPTIONAL FICHIER-POLICES
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-POLICES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS M-CODE
           FILE STATUS IS WS-STATUT-POLICES.

       SELECT OPTIONAL FICHIER-TAUX
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-TAUX
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUT-FICHIER-TAUX.

       SELECT FICHIER-TRIANGLES
           ASSIGN TO DYNAMIC WS-NOM-FICHIER-TRIANGLES
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

       FD FICHIER-TRANSAC.
       01 F-TRANSAC                        PIC X(100).

       FD FICHIER-POLICES.
           COPY POLMAST.

       FD FICHIER-TAUX.
       01 E-TAUX                           PIC X(9).

       FD FICHIER-TRIANGLES.
       01 E-TRIANGLE                       PIC X(160).


       WORKING-STORAGE SECTION.

           COPY TAUXCHG.

      ******************************************************************
      * ZONE DE SAISIE D'UNE LIGNE DU FICHIER DES TRANSACTIONS         *
      ******************************************************************

       01 WS-TRS-SAISIE.
           05 WS-TRS-TYPE                  PIC X.
           05 WS-TRS-DATE                  PIC X(8).
           05 WS-TRS-NUMERO                PIC X(8).
           05 WS-TRS-CODE                  PIC X(8).
           05 WS-TRS-DATE-SURV             PIC X(8).
           05 WS-TRS-MONTANT               PIC X(11).
           05 WS-TRS-AVANT                 PIC X(11).
           05 WS-TRS-APRES                 PIC X(11).
           05 WS-TRS-DEVISE                PIC X(3).
           05 WS-TRS-PRODUIT-LIGNE         PIC X(14).

       77 WS-TRS-NB-CHAMPS                 PIC 9(2)        VALUE 0.
       77 WS-TRS-VALIDE                    PIC X           VALUE 'O'.
       77 WS-TRS-REGLE                     PIC S9(11)V99   VALUE 0.
       77 WS-TRS-CHARGE                    PIC S9(11)V99   VALUE 0.
       77 WS-TRS-ANNEE-SURV                PIC 9(4)        VALUE 0.
       77 WS-TRS-ANNEE-MVT                 PIC 9(4)        VALUE 0.
       77 WS-TRS-COL                       PIC 99          VALUE 0.
       77 WS-TRS-DEV                       PIC 99          VALUE 0.
       77 WS-TRS-PRODUIT                   PIC X(14)       VALUE SPACES.

      ******************************************************************
      * PRODUIT DE CHAQUE SINISTRE, RETENU A SA PREMIERE TRANSACTION   *
      * QUI LE PORTE : les mouvements suivants du sinistre gardent ce  *
      * produit meme si la police a depuis quitte le master            *
      ******************************************************************

       01 WS-SIN-TAB.
           05 WS-SIN-ENR                   OCCURS 20000 TIMES.
               10 WS-SIN-NUMERO            PIC X(8).
               10 WS-SIN-PRODUIT           PIC X(14).

       77 WS-SIN-NB                        PIC 9(5)        VALUE 0.
       77 WS-SIN-MAX-TAB                   PIC 9(5)        VALUE 20000.
       77 WS-SIN-I                         PIC 9(5)        VALUE 0.
       77 WS-SIN-IDX                       PIC 9(5)        VALUE 0.
       77 WS-SIN-TROUVE                    PIC X           VALUE 'N'.
       77 WS-SIN-DEBORDEMENT               PIC 9(7)        VALUE 0.

      ******************************************************************
      * TABLE DES TRIANGLES : un segment par perimetre (T = ensemble   *
      * du portefeuille, P = produit, D = devise d'origine), chaque    *
      * segment portant les montants incrementaux EUR par annee de     *
      * survenance et annee de developpement                           *
      ******************************************************************

       01 WS-SEG-TAB.
           05 WS-SEG-ENR OCCURS 60 TIMES.
               10 WS-SEG-TYPE              PIC X.
               10 WS-SEG-CLE               PIC X(14).
               10 WS-SEG-NB-TRS            PIC 9(7).
               10 WS-SEG-ANNEE OCCURS 10 TIMES.
                   15 WS-SEG-CASE OCCURS 10 TIMES.
                       20 WS-SEG-REGLE     PIC S9(11)V99.
                       20 WS-SEG-CHARGE    PIC S9(11)V99.

       77 WS-SEG-NB                        PIC 99          VALUE 0.
       77 WS-SEG-MAX-TAB                   PIC 99          VALUE 60.
       77 WS-SEG-I                         PIC 99          VALUE 0.
       77 WS-SEG-IDX                       PIC 99          VALUE 0.
       77 WS-SEG-TROUVE                    PIC X           VALUE 'N'.
       77 WS-SEG-TYPE-CHERCHE              PIC X           VALUE SPACE.
       77 WS-SEG-CLE-CHERCHE               PIC X(14)       VALUE SPACES.
       77 WS-SEG-DEBORDEMENT               PIC 9(7)        VALUE 0.
       77 WS-SEG-TYPE-EDITE                PIC X           VALUE SPACE.

       77 WS-COL-I                         PIC 99          VALUE 0.
       77 WS-DEV-I                         PIC 99          VALUE 0.
       77 WS-CUMUL-REGLE                   PIC S9(11)V99   VALUE 0.
       77 WS-CUMUL-CHARGE                  PIC S9(11)V99   VALUE 0.
       77 WS-MESURE                        PIC X           VALUE SPACE.

       77 WS-TAUX-DEVISE-LIGNE             PIC X(3)        VALUE SPACES.
       77 WS-TAUX-VALEUR-LIGNE             PIC 9(3)V9999   VALUE 0.
       77 WS-TAUX-IDX                      PIC 99          VALUE 0.
       77 WS-TAUX-TROUVE                   PIC X           VALUE 'N'.
       77 WS-TAUX-COURANT                  PIC 9(3)V9999   VALUE 0.

       77 WS-CONV-DEVISE                   PIC X(3)        VALUE SPACES.
       77 WS-CONV-MONTANT                  PIC S9(11)V99   VALUE 0.
       77 WS-CONV-EUR                      PIC S9(11)V99   VALUE 0.

       01 WS-DATE-SYSTEME.
           05 WS-SYS-ANNEE                 PIC 9(4).
           05 WS-SYS-MOIS                  PIC 99.
           05 WS-SYS-JOUR                  PIC 99.
       01 WS-DATE-SYSTEME-N REDEFINES WS-DATE-SYSTEME
                                            PIC 9(8).

       77 WS-ANNEE-DEBUT-SAISIE            PIC X(4)        VALUE SPACES.
       77 WS-ANNEE-DEBUT                   PIC 9(4)        VALUE 0.

       77 WS-NOM-FICHIER-TRANSAC           PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-POLICES           PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-TAUX              PIC X(100)      VALUE SPACES.
       77 WS-NOM-FICHIER-TRIANGLES         PIC X(100)      VALUE SPACES.
       77 WS-STATUT-TRANSAC                PIC XX          VALUE SPACES.
       77 WS-STATUT-POLICES                PIC XX          VALUE SPACES.
       77 WS-STATUT-FICHIER-TAUX           PIC XX          VALUE SPACES.
       77 WS-POLICES-OUVERT                PIC X           VALUE 'N'.
       77 WS-FIN-FICHIER                   PIC X           VALUE 'F'.
       77 WS-FIN-FICHIER-TAUX              PIC X           VALUE 'F'.

       77 WS-TRS-LUES                      PIC 9(7)        VALUE 0.
       77 WS-TRS-RETENUES                  PIC 9(7)        VALUE 0.
       77 WS-TRS-ILLISIBLES                PIC 9(7)        VALUE 0.
       77 WS-TRS-HORS-FENETRE              PIC 9(7)        VALUE 0.
       77 WS-TRS-SANS-POLICE               PIC 9(7)        VALUE 0.

      ******************************************************************
      * LIGNES D'EDITION DES TRIANGLES                                 *
      ******************************************************************

       01 TRG-LIGNE-TITRE.
           05 FILLER                       PIC X(15)
               VALUE "===== TRIANGLE ".
           05 TRG-TITRE-MESURE             PIC X(30).
           05 FILLER                       PIC X(3)        VALUE " - ".
           05 TRG-TITRE-PERIMETRE          PIC X(10).
           05 FILLER                       PIC X(3)        VALUE " : ".
           05 TRG-TITRE-CLE                PIC X(14).
           05 FILLER                       PIC X(6)
               VALUE " =====".

       01 TRG-LIGNE-ENTETE.
           05 FILLER                       PIC X(8)
               VALUE "DEV/SURV".
           05 TRG-LE-COLONNE OCCURS 10 TIMES.
               10 FILLER                   PIC X(10)       VALUE SPACES.
               10 TRG-LE-ANNEE             PIC 9(4).

       01 TRG-LIGNE-DETAIL.
           05 FILLER                       PIC X(4)        VALUE "DEV ".
           05 TRG-LD-DEV                   PIC Z9.
           05 FILLER                       PIC X(2)        VALUE SPACES.
           05 TRG-LD-CELLULE OCCURS 10 TIMES.
               10 FILLER                   PIC X           VALUE SPACE.
               10 TRG-LD-MONTANT           PIC -(9)9.99.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD.

           ACCEPT WS-NOM-FICHIER-TRANSAC FROM ENVIRONMENT
               "ASSUR_FICHIER_TRANSAC_SIN".
           IF WS-NOM-FICHIER-TRANSAC = SPACES
               MOVE "TRANSAC-SIN.TXT" TO WS-NOM-FICHIER-TRANSAC
           END-IF.

           ACCEPT WS-NOM-FICHIER-POLICES FROM ENVIRONMENT
               "ASSUR_FICHIER_MASTER".
           IF WS-NOM-FICHIER-POLICES = SPACES
               MOVE "ASSURANCES.MST" TO WS-NOM-FICHIER-POLICES
           END-IF.

           ACCEPT WS-NOM-FICHIER-TRIANGLES FROM ENVIRONMENT
               "ASSUR_FICHIER_TRIANGLES".
           IF WS-NOM-FICHIER-TRIANGLES = SPACES
               STRING "TRIANGLES-SIN-"      DELIMITED BY SIZE
                      WS-DATE-SYSTEME-N     DELIMITED BY SIZE
                      ".TXT"                DELIMITED BY SIZE
                   INTO WS-NOM-FICHIER-TRIANGLES
           END-IF.

           ACCEPT WS-ANNEE-DEBUT-SAISIE FROM ENVIRONMENT
               "ASSUR_TRIANGLE_ANNEE_DEBUT".
           IF WS-ANNEE-DEBUT-SAISIE NUMERIC
               MOVE WS-ANNEE-DEBUT-SAISIE TO WS-ANNEE-DEBUT
           ELSE
               COMPUTE WS-ANNEE-DEBUT = WS-SYS-ANNEE - 9
           END-IF.

           PERFORM 0700-CHARGEMENT-TAUX THRU 0700-CHARGEMENT-TAUX-END.

           MOVE 'F' TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-TRANSAC.

           IF WS-STATUT-TRANSAC NOT = "00"
               IF WS-STATUT-TRANSAC = "05"
                   CLOSE FICHIER-TRANSAC
               END-IF
               DISPLAY "ERREUR : fichier des transactions sinistres "
                   FUNCTION TRIM(WS-NOM-FICHIER-TRANSAC)
                   " indisponible (statut " WS-STATUT-TRANSAC ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0100-OUVERTURE-POLICES
                   THRU 0100-OUVERTURE-POLICES-END

               MOVE 'T'              TO WS-SEG-TYPE-CHERCHE
               MOVE "PORTEFEUILLE"   TO WS-SEG-CLE-CHERCHE
               PERFORM 0300-SEGMENT-RECHERCHE
                   THRU 0300-SEGMENT-RECHERCHE-END

               PERFORM UNTIL WS-FIN-FICHIER = 'T'
                   READ FICHIER-TRANSAC
                       AT END
                           MOVE 'T' TO WS-FIN-FICHIER
                       NOT AT END
                           PERFORM 0200-TRANSACTION-TRAITEMENT
                               THRU 0200-TRANSACTION-TRAITEMENT-END
                   END-READ
               END-PERFORM

               CLOSE FICHIER-TRANSAC
               IF WS-POLICES-OUVERT = 'O'
                   CLOSE FICHIER-POLICES
               END-IF

               PERFORM 0400-EDITION THRU 0400-EDITION-END

               DISPLAY "Transactions lues          : " WS-TRS-LUES
               DISPLAY "Transactions retenues      : " WS-TRS-RETENUES
               DISPLAY "Transactions illisibles    : "
                   WS-TRS-ILLISIBLES
               DISPLAY "Hors fenetre de survenance : "
                   WS-TRS-HORS-FENETRE
               DISPLAY "Police absente du master   : "
                   WS-TRS-SANS-POLICE
               DISPLAY "Triangles enregistres dans "
                   WS-NOM-FICHIER-TRIANGLES

               IF WS-SEG-DEBORDEMENT > 0
                   DISPLAY "ATTENTION : " WS-SEG-DEBORDEMENT
                       " cumul(s) perdu(s), table des perimetres "
                       "pleine (limite " WS-SEG-MAX-TAB ")"
               END-IF

               IF WS-SIN-DEBORDEMENT > 0
                   DISPLAY "ATTENTION : " WS-SIN-DEBORDEMENT
                       " produit(s) de sinistre non retenu(s), "
                       "table des sinistres pleine (limite "
                       WS-SIN-MAX-TAB ")"
               END-IF

               IF (WS-TRS-ILLISIBLES > 0 OR WS-SEG-DEBORDEMENT > 0
                   OR WS-SIN-DEBORDEMENT > 0)
                   AND RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN.

      ******************************************************************
      * OUVERTURE DU MASTER DES POLICES POUR LE RATTACHEMENT PRODUIT   *
      * Indisponible, toutes les transactions sont rangees sous le     *
      * produit INCONNU.                                               *
      ******************************************************************

       0100-OUVERTURE-POLICES.
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
                   "), triangles par produit non ventiles"
           END-IF.
       .

       0100-OUVERTURE-POLICES-END.
           EXIT
       .

      ******************************************************************
      * TRAITEMENT D'UNE TRANSACTION : controle, conversion EUR et     *
      * rangement dans les segments ensemble / produit / devise        *
      ******************************************************************

       0200-TRANSACTION-TRAITEMENT.
           ADD 1 TO WS-TRS-LUES.
           MOVE 'O' TO WS-TRS-VALIDE.
           MOVE SPACES TO WS-TRS-SAISIE.
           MOVE 0 TO WS-TRS-NB-CHAMPS.

           UNSTRING F-TRANSAC DELIMITED BY "*"
               INTO WS-TRS-TYPE
                    WS-TRS-DATE
                    WS-TRS-NUMERO
                    WS-TRS-CODE
                    WS-TRS-DATE-SURV
                    WS-TRS-MONTANT
                    WS-TRS-AVANT
                    WS-TRS-APRES
                    WS-TRS-DEVISE
                    WS-TRS-PRODUIT-LIGNE
               TALLYING IN WS-TRS-NB-CHAMPS.

           IF (WS-TRS-NB-CHAMPS NOT = 9 AND WS-TRS-NB-CHAMPS NOT = 10)
               OR WS-TRS-DATE NOT NUMERIC
               OR WS-TRS-DATE-SURV NOT NUMERIC
               OR WS-TRS-CODE NOT NUMERIC
               MOVE 'N' TO WS-TRS-VALIDE
           END-IF.

           IF WS-TRS-VALIDE = 'O'
               IF WS-TRS-MONTANT(1:8) NOT NUMERIC
                   OR WS-TRS-MONTANT(10:2) NOT NUMERIC
                   OR WS-TRS-AVANT(1:8) NOT NUMERIC
                   OR WS-TRS-AVANT(10:2) NOT NUMERIC
                   OR WS-TRS-APRES(1:8) NOT NUMERIC
                   OR WS-TRS-APRES(10:2) NOT NUMERIC
                   MOVE 'N' TO WS-TRS-VALIDE
               END-IF
           END-IF.

           IF WS-TRS-VALIDE = 'N'
               ADD 1 TO WS-TRS-ILLISIBLES
               DISPLAY "ATTENTION : transaction illisible : "
                   F-TRANSAC
           ELSE
               MOVE WS-TRS-DATE-SURV(1:4) TO WS-TRS-ANNEE-SURV
               MOVE WS-TRS-DATE(1:4) TO WS-TRS-ANNEE-MVT

               IF WS-TRS-ANNEE-SURV < WS-ANNEE-DEBUT
                   OR WS-TRS-ANNEE-SURV > WS-ANNEE-DEBUT + 9
                   ADD 1 TO WS-TRS-HORS-FENETRE
               ELSE
                   PERFORM 0210-TRANSACTION-RANGEMENT
                       THRU 0210-TRANSACTION-RANGEMENT-END
               END-IF
           END-IF.
       .

       0200-TRANSACTION-TRAITEMENT-END.
           EXIT
       .

       0210-TRANSACTION-RANGEMENT.
           ADD 1 TO WS-TRS-RETENUES.

           COMPUTE WS-TRS-COL = WS-TRS-ANNEE-SURV - WS-ANNEE-DEBUT + 1.
           IF WS-TRS-ANNEE-MVT < WS-TRS-ANNEE-SURV
               MOVE 1 TO WS-TRS-DEV
           ELSE
               IF WS-TRS-ANNEE-MVT - WS-TRS-ANNEE-SURV > 9
                   MOVE 10 TO WS-TRS-DEV
               ELSE
                   COMPUTE WS-TRS-DEV =
                       WS-TRS-ANNEE-MVT - WS-TRS-ANNEE-SURV + 1
               END-IF
           END-IF.

      * Reglement : seul le type P en porte un. Charge : reglement plus
      * variation de la reserve (la declaration ouvre la reserve, la
      * cloture la solde).
           IF WS-TRS-TYPE = 'P'
               MOVE FUNCTION NUMVAL(WS-TRS-MONTANT) TO WS-TRS-REGLE
           ELSE
               MOVE 0 TO WS-TRS-REGLE
           END-IF.
           COMPUTE WS-TRS-CHARGE = WS-TRS-REGLE
               + FUNCTION NUMVAL(WS-TRS-APRES)
               - FUNCTION NUMVAL(WS-TRS-AVANT).

           MOVE WS-TRS-DEVISE TO WS-CONV-DEVISE.
           MOVE WS-TRS-REGLE TO WS-CONV-MONTANT.
           PERFORM 9100-CONVERSION-EUR THRU 9100-CONVERSION-EUR-END.
           MOVE WS-CONV-EUR TO WS-TRS-REGLE.
           MOVE WS-TRS-CHARGE TO WS-CONV-MONTANT.
           PERFORM 9100-CONVERSION-EUR THRU 9100-CONVERSION-EUR-END.
           MOVE WS-CONV-EUR TO WS-TRS-CHARGE.

           PERFORM 0230-PRODUIT-SINISTRE
               THRU 0230-PRODUIT-SINISTRE-END.

           MOVE 'T'              TO WS-SEG-TYPE-CHERCHE.
           MOVE "PORTEFEUILLE"   TO WS-SEG-CLE-CHERCHE.
           PERFORM 0220-SEGMENT-CUMUL THRU 0220-SEGMENT-CUMUL-END.

           MOVE 'P'              TO WS-SEG-TYPE-CHERCHE.
           MOVE WS-TRS-PRODUIT   TO WS-SEG-CLE-CHERCHE.
           PERFORM 0220-SEGMENT-CUMUL THRU 0220-SEGMENT-CUMUL-END.

           MOVE 'D'              TO WS-SEG-TYPE-CHERCHE.
           MOVE WS-TRS-DEVISE    TO WS-SEG-CLE-CHERCHE.
           PERFORM 0220-SEGMENT-CUMUL THRU 0220-SEGMENT-CUMUL-END.
       .

       0210-TRANSACTION-RANGEMENT-END.
           EXIT
       .

       0220-SEGMENT-CUMUL.
           PERFORM 0300-SEGMENT-RECHERCHE
               THRU 0300-SEGMENT-RECHERCHE-END.

           IF WS-SEG-IDX = 0
               ADD 1 TO WS-SEG-DEBORDEMENT
           ELSE
               ADD 1 TO WS-SEG-NB-TRS(WS-SEG-IDX)
               ADD WS-TRS-REGLE
                   TO WS-SEG-REGLE(WS-SEG-IDX WS-TRS-COL WS-TRS-DEV)
               ADD WS-TRS-CHARGE
                   TO WS-SEG-CHARGE(WS-SEG-IDX WS-TRS-COL WS-TRS-DEV)
           END-IF.
       .

       0220-SEGMENT-CUMUL-END.
           EXIT
       .

      ******************************************************************
      * PRODUIT DE LA TRANSACTION : celui de la ligne, sinon celui     *
      * retenu pour le sinistre, sinon celui du master des polices     *
      * (lignes anciennes), sinon INCONNU                              *
      ******************************************************************

       0230-PRODUIT-SINISTRE.
           MOVE 'N' TO WS-SIN-TROUVE.
           MOVE 0 TO WS-SIN-IDX.
           PERFORM 0231-SINISTRE-RECHERCHE
               THRU 0231-SINISTRE-RECHERCHE-END
               VARYING WS-SIN-I FROM 1 BY 1
               UNTIL WS-SIN-I > WS-SIN-NB
               OR WS-SIN-TROUVE = 'O'.

           MOVE "INCONNU" TO WS-TRS-PRODUIT.
           IF WS-TRS-PRODUIT-LIGNE NOT = SPACES
               MOVE WS-TRS-PRODUIT-LIGNE TO WS-TRS-PRODUIT
           ELSE
               IF WS-SIN-TROUVE = 'O'
                   MOVE WS-SIN-PRODUIT(WS-SIN-IDX) TO WS-TRS-PRODUIT
               ELSE
                   IF WS-POLICES-OUVERT = 'O'
                       MOVE WS-TRS-CODE TO M-CODE
                       READ FICHIER-POLICES
                           INVALID KEY
                               ADD 1 TO WS-TRS-SANS-POLICE
                           NOT INVALID KEY
                               MOVE M-NOM-PRODUIT TO WS-TRS-PRODUIT
                       END-READ
                   END-IF
               END-IF
           END-IF.

           IF WS-SIN-TROUVE = 'N' AND WS-TRS-PRODUIT NOT = "INCONNU"
               IF WS-SIN-NB < WS-SIN-MAX-TAB
                   ADD 1 TO WS-SIN-NB
                   MOVE WS-TRS-NUMERO  TO WS-SIN-NUMERO(WS-SIN-NB)
                   MOVE WS-TRS-PRODUIT TO WS-SIN-PRODUIT(WS-SIN-NB)
               ELSE
                   ADD 1 TO WS-SIN-DEBORDEMENT
               END-IF
           END-IF.
       .

       0230-PRODUIT-SINISTRE-END.
           EXIT
       .

       0231-SINISTRE-RECHERCHE.
           IF WS-SIN-NUMERO(WS-SIN-I) = WS-TRS-NUMERO
               MOVE 'O' TO WS-SIN-TROUVE
               MOVE WS-SIN-I TO WS-SIN-IDX
           END-IF.
       .

       0231-SINISTRE-RECHERCHE-END.
           EXIT
       .

      ******************************************************************
      * RECHERCHE D'UN SEGMENT (type + cle), CREE S'IL EST ABSENT ET   *
      * QUE LA TABLE N'EST PAS PLEINE. WS-SEG-IDX = 0 si table pleine. *
      ******************************************************************

       0300-SEGMENT-RECHERCHE.
           MOVE 'N' TO WS-SEG-TROUVE.
           MOVE 0 TO WS-SEG-IDX.
           PERFORM 0310-SEGMENT-COMPARAISON
               THRU 0310-SEGMENT-COMPARAISON-END
               VARYING WS-SEG-I FROM 1 BY 1
               UNTIL WS-SEG-I > WS-SEG-NB
               OR WS-SEG-TROUVE = 'O'.

           IF WS-SEG-TROUVE = 'N'
               IF WS-SEG-NB < WS-SEG-MAX-TAB
                   ADD 1 TO WS-SEG-NB
                   MOVE WS-SEG-NB TO WS-SEG-IDX
                   INITIALIZE WS-SEG-ENR(WS-SEG-IDX)
                   MOVE WS-SEG-TYPE-CHERCHE
                       TO WS-SEG-TYPE(WS-SEG-IDX)
                   MOVE WS-SEG-CLE-CHERCHE
                       TO WS-SEG-CLE(WS-SEG-IDX)
               END-IF
           END-IF.
       .

       0300-SEGMENT-RECHERCHE-END.
           EXIT
       .

       0310-SEGMENT-COMPARAISON.
           IF WS-SEG-TYPE(WS-SEG-I) = WS-SEG-TYPE-CHERCHE
               AND WS-SEG-CLE(WS-SEG-I) = WS-SEG-CLE-CHERCHE
               MOVE 'O' TO WS-SEG-TROUVE
               MOVE WS-SEG-I TO WS-SEG-IDX
           END-IF.
       .

       0310-SEGMENT-COMPARAISON-END.
           EXIT
       .

      ******************************************************************
      * EDITION : ensemble du portefeuille, puis produits, puis        *
      * devises ; pour chaque segment le triangle des reglements puis  *
      * celui de la charge, cumules sur le developpement               *
      ******************************************************************

       0400-EDITION.
           OPEN OUTPUT FICHIER-TRIANGLES.

           MOVE SPACES TO E-TRIANGLE.
           STRING "TRIANGLES DE DEVELOPPEMENT DES SINISTRES AU "
                      DELIMITED BY SIZE
                  WS-DATE-SYSTEME-N DELIMITED BY SIZE
                  " - MONTANTS EN EUR" DELIMITED BY SIZE
               INTO E-TRIANGLE.
           WRITE E-TRIANGLE.

           PERFORM 0401-ENTETE-ANNEE THRU 0401-ENTETE-ANNEE-END
               VARYING WS-COL-I FROM 1 BY 1
               UNTIL WS-COL-I > 10.

           MOVE 'T' TO WS-SEG-TYPE-EDITE.
           PERFORM 0410-EDITION-SEGMENT THRU 0410-EDITION-SEGMENT-END
               VARYING WS-SEG-I FROM 1 BY 1
               UNTIL WS-SEG-I > WS-SEG-NB.

           MOVE 'P' TO WS-SEG-TYPE-EDITE.
           PERFORM 0410-EDITION-SEGMENT THRU 0410-EDITION-SEGMENT-END
               VARYING WS-SEG-I FROM 1 BY 1
               UNTIL WS-SEG-I > WS-SEG-NB.

           MOVE 'D' TO WS-SEG-TYPE-EDITE.
           PERFORM 0410-EDITION-SEGMENT THRU 0410-EDITION-SEGMENT-END
               VARYING WS-SEG-I FROM 1 BY 1
               UNTIL WS-SEG-I > WS-SEG-NB.

           CLOSE FICHIER-TRIANGLES.
       .

       0400-EDITION-END.
           EXIT
       .

       0401-ENTETE-ANNEE.
           COMPUTE TRG-LE-ANNEE(WS-COL-I) =
               WS-ANNEE-DEBUT + WS-COL-I - 1.
       .

       0401-ENTETE-ANNEE-END.
           EXIT
       .

       0410-EDITION-SEGMENT.
           IF WS-SEG-TYPE(WS-SEG-I) = WS-SEG-TYPE-EDITE
               EVALUATE WS-SEG-TYPE-EDITE
                   WHEN 'T'
                       MOVE "ENSEMBLE" TO TRG-TITRE-PERIMETRE
                   WHEN 'P'
                       MOVE "PRODUIT" TO TRG-TITRE-PERIMETRE
                   WHEN 'D'
                       MOVE "DEVISE" TO TRG-TITRE-PERIMETRE
               END-EVALUATE
               MOVE WS-SEG-CLE(WS-SEG-I) TO TRG-TITRE-CLE

               MOVE 'R' TO WS-MESURE
               MOVE "DES REGLEMENTS CUMULES" TO TRG-TITRE-MESURE
               PERFORM 0420-EDITION-TRIANGLE
                   THRU 0420-EDITION-TRIANGLE-END

               MOVE 'C' TO WS-MESURE
               MOVE "DE LA CHARGE CUMULEE" TO TRG-TITRE-MESURE
               PERFORM 0420-EDITION-TRIANGLE
                   THRU 0420-EDITION-TRIANGLE-END
           END-IF.
       .

       0410-EDITION-SEGMENT-END.
           EXIT
       .

       0420-EDITION-TRIANGLE.
           MOVE SPACES TO E-TRIANGLE.
           WRITE E-TRIANGLE.
           WRITE E-TRIANGLE FROM TRG-LIGNE-TITRE.
           WRITE E-TRIANGLE FROM TRG-LIGNE-ENTETE.

           PERFORM 0421-EDITION-LIGNE THRU 0421-EDITION-LIGNE-END
               VARYING WS-DEV-I FROM 1 BY 1
               UNTIL WS-DEV-I > 10.
       .

       0420-EDITION-TRIANGLE-END.
           EXIT
       .

       0421-EDITION-LIGNE.
           COMPUTE TRG-LD-DEV = WS-DEV-I - 1.

           PERFORM 0422-EDITION-CASE THRU 0422-EDITION-CASE-END
               VARYING WS-COL-I FROM 1 BY 1
               UNTIL WS-COL-I > 10.

           WRITE E-TRIANGLE FROM TRG-LIGNE-DETAIL.
       .

       0421-EDITION-LIGNE-END.
           EXIT
       .

      ******************************************************************
      * CASE (annee de survenance WS-COL-I, developpement WS-DEV-I) :  *
      * cumul des increments des developpements 1 a WS-DEV-I ; la case *
      * reste blanche au-dela de la diagonale de l'annee courante      *
      ******************************************************************

       0422-EDITION-CASE.
           IF WS-ANNEE-DEBUT + WS-COL-I + WS-DEV-I - 2 > WS-SYS-ANNEE
               MOVE SPACES TO TRG-LD-CELLULE(WS-COL-I)
           ELSE
               MOVE 0 TO WS-CUMUL-REGLE
               MOVE 0 TO WS-CUMUL-CHARGE
               PERFORM 0423-CUMUL-DEVELOPPEMENT
                   THRU 0423-CUMUL-DEVELOPPEMENT-END
                   VARYING WS-TRS-DEV FROM 1 BY 1
                   UNTIL WS-TRS-DEV > WS-DEV-I
               IF WS-MESURE = 'R'
                   MOVE WS-CUMUL-REGLE TO TRG-LD-MONTANT(WS-COL-I)
               ELSE
                   MOVE WS-CUMUL-CHARGE TO TRG-LD-MONTANT(WS-COL-I)
               END-IF
           END-IF.
       .

       0422-EDITION-CASE-END.
           EXIT
       .

       0423-CUMUL-DEVELOPPEMENT.
           ADD WS-SEG-REGLE(WS-SEG-I WS-COL-I WS-TRS-DEV)
               TO WS-CUMUL-REGLE.
           ADD WS-SEG-CHARGE(WS-SEG-I WS-COL-I WS-TRS-DEV)
               TO WS-CUMUL-CHARGE.
       .

       0423-CUMUL-DEVELOPPEMENT-END.
           EXIT
       .

      ******************************************************************
      * RAFRAICHISSEMENT DE LA TABLE DES TAUX DE CHANGE (TAUXCHG)      *
      * Meme mecanique que 0050-CHARGEMENT-TAUX d'assur.               *
      ******************************************************************

       0700-CHARGEMENT-TAUX.
           ACCEPT WS-NOM-FICHIER-TAUX FROM ENVIRONMENT
               "ASSUR_FICHIER_TAUX".
           IF WS-NOM-FICHIER-TAUX = SPACES
               MOVE "TAUXCHG.TXT" TO WS-NOM-FICHIER-TAUX
           END-IF.

           MOVE 'F' TO WS-FIN-FICHIER-TAUX.
           OPEN INPUT FICHIER-TAUX.

           IF WS-STATUT-FICHIER-TAUX = "00"

               PERFORM UNTIL WS-FIN-FICHIER-TAUX = 'T'
                   READ FICHIER-TAUX
                       AT END
                           MOVE 'T' TO WS-FIN-FICHIER-TAUX
                       NOT AT END
                           PERFORM 0710-TAUX-MAJ THRU 0710-TAUX-MAJ-END
                   END-READ
               END-PERFORM

               CLOSE FICHIER-TAUX
           ELSE
               IF WS-STATUT-FICHIER-TAUX = "05"
                   CLOSE FICHIER-TAUX
               END-IF
           END-IF.
       .

       0700-CHARGEMENT-TAUX-END.
           EXIT
       .

       0710-TAUX-MAJ.
           MOVE E-TAUX(1:3) TO WS-TAUX-DEVISE-LIGNE.
           MOVE E-TAUX(4:6) TO WS-TAUX-VALEUR-LIGNE.

           MOVE 'N' TO WS-TAUX-TROUVE.
           PERFORM 0711-TAUX-RECHERCHE THRU 0711-TAUX-RECHERCHE-END
               VARYING WS-TAUX-IDX FROM 1 BY 1
               UNTIL WS-TAUX-IDX > WS-TAUX-MAX
               OR WS-TAUX-TROUVE = 'O'.

           IF WS-TAUX-TROUVE = 'N'
               PERFORM 0712-TAUX-INSERTION THRU 0712-TAUX-INSERTION-END
                   VARYING WS-TAUX-IDX FROM 1 BY 1
                   UNTIL WS-TAUX-IDX > WS-TAUX-MAX
                   OR WS-TAUX-TROUVE = 'O'
           END-IF.
       .

       0710-TAUX-MAJ-END.
           EXIT
       .

       0711-TAUX-RECHERCHE.
           IF WS-TAUX-DEVISE(WS-TAUX-IDX) = WS-TAUX-DEVISE-LIGNE
               MOVE WS-TAUX-VALEUR-LIGNE TO WS-TAUX-VALEUR(WS-TAUX-IDX)
               MOVE 'O' TO WS-TAUX-TROUVE
           END-IF.
       .

       0711-TAUX-RECHERCHE-END.
           EXIT
       .

       0712-TAUX-INSERTION.
           IF WS-TAUX-DEVISE(WS-TAUX-IDX) = SPACES
               MOVE WS-TAUX-DEVISE-LIGNE TO WS-TAUX-DEVISE(WS-TAUX-IDX)
               MOVE WS-TAUX-VALEUR-LIGNE TO WS-TAUX-VALEUR(WS-TAUX-IDX)
               MOVE 'O' TO WS-TAUX-TROUVE
           END-IF.
       .

       0712-TAUX-INSERTION-END.
           EXIT
       .

      ******************************************************************
      * CONVERSION GENERIQUE D'UN MONTANT EN EUR VIA LA TABLE TAUXCHG  *
      * Entree : WS-CONV-DEVISE, WS-CONV-MONTANT.                      *
      * Sortie : WS-CONV-EUR (taux 1.0000 si devise inconnue).         *
      ******************************************************************

       9100-CONVERSION-EUR.
           MOVE 1.0000 TO WS-TAUX-COURANT.
           MOVE 'N' TO WS-TAUX-TROUVE.
           PERFORM 9110-CONVERSION-RECHERCHE
               THRU 9110-CONVERSION-RECHERCHE-END
               VARYING WS-TAUX-IDX FROM 1 BY 1
               UNTIL WS-TAUX-IDX > WS-TAUX-MAX
               OR WS-TAUX-TROUVE = 'O'.

           IF WS-TAUX-TROUVE = 'N'
               DISPLAY "ATTENTION : devise inconnue "
                   WS-CONV-DEVISE
                   " - taux 1.0000 applique par defaut"
           END-IF.

           COMPUTE WS-CONV-EUR ROUNDED =
               WS-CONV-MONTANT * WS-TAUX-COURANT.
       .

       9100-CONVERSION-EUR-END.
           EXIT
       .

       9110-CONVERSION-RECHERCHE.
           IF WS-TAUX-DEVISE(WS-TAUX-IDX) = WS-CONV-DEVISE
               MOVE WS-TAUX-VALEUR(WS-TAUX-IDX) TO WS-TAUX-COURANT
               MOVE 'O' TO WS-TAUX-TROUVE
           END-IF.
       .

       9110-CONVERSION-RECHERCHE-END.
           EXIT
       .
