      *   ASSUR_FICHIER_AVIS_EMIS (defaut AVIS-EMIS.TXT) : index des   *
      *     avis emis par assur (0242-AVIS-INDEX), une ligne par avis  *
      *     CODE*CONTRAT*PRODUIT*CLIENT*STATUT*NOUVDEBUT*NOUVFIN*      *
      *     PRIMEPROP*DEVISE*FREQUENCE*COEFBM*NBSIN*CHARGEEUR (les     *
      *     trois derniers champs, coefficient bonus/malus et          *
      *     sinistralite de la periode echue, sont absents des index   *
      *     anterieurs, lus avec un coefficient neutre).               *
      *   ASSUR_FICHIER_REPONSES (defaut REPONSES.TXT) : reponses des  *
      *     clients, une ligne par reponse CODE*O|N[*PRIME], O accepte *
      *     (PRIME facultative : prime negociee avec point decimal),   *
      *   ASSUR_FICHIER_RAPPORT_RENOUV (defaut                         *
      *     RAPPORT-RENOUV-AAAAMMJJ.TXT) : rapport de transformation   *
      *     par produit (avis emis, acceptes, declines, sans reponse)  *
      *     et taux de renouvellement global, avec le sort des avis    *
      *     maluses.                                                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
               10 WS-AVI-FREQUENCE         PIC X.
               10 WS-AVI-REPONSE           PIC X.
               10 WS-AVI-PRIME-RETENUE     PIC 9(7)V99.
               10 WS-AVI-COEF              PIC 9V99.
               10 WS-AVI-NB-SIN            PIC 9(3).
               10 WS-AVI-CHARGE-EUR        PIC 9(9)V99.

       77 WS-AVI-NB                        PIC 9(5)        VALUE 0.
       77 WS-AVI-MAX-TAB                   PIC 9(5)        VALUE 20000.
           05 WS-AVI-S-PRIME               PIC X(10).
           05 WS-AVI-S-DEVISE              PIC X(3).
           05 WS-AVI-S-FREQUENCE           PIC X.
           05 WS-AVI-S-COEF                PIC X(4).
           05 WS-AVI-S-NB-SIN              PIC X(3).
           05 WS-AVI-S-CHARGE              PIC X(12).

       77 WS-AVI-NB-CHAMPS                 PIC 9(2)        VALUE 0.

       77 WS-TUP-TOT-DECLINES              PIC 9(5)        VALUE 0.
       77 WS-TUP-TOT-SANS-REP              PIC 9(5)        VALUE 0.
       77 WS-TUP-TAUX                      PIC 9(3)V99     VALUE 0.
       77 WS-TUP-MAL-EMIS                  PIC 9(5)        VALUE 0.
       77 WS-TUP-MAL-ACCEPTES              PIC 9(5)        VALUE 0.
       77 WS-TUP-MAL-DECLINES              PIC 9(5)        VALUE 0.
       77 WS-TUP-MAL-SANS-REP              PIC 9(5)        VALUE 0.

       01 AFF-TUP.
           05 AFF-TUP-PRODUIT          PIC X(14).
                    WS-AVI-S-PRIME
                    WS-AVI-S-DEVISE
                    WS-AVI-S-FREQUENCE
                    WS-AVI-S-COEF
                    WS-AVI-S-NB-SIN
                    WS-AVI-S-CHARGE
               TALLYING IN WS-AVI-NB-CHAMPS.

           IF (WS-AVI-NB-CHAMPS NOT = 10 AND WS-AVI-NB-CHAMPS NOT = 13)
               OR WS-AVI-S-CODE NOT NUMERIC
               DISPLAY "ATTENTION : ligne d'index des avis "
                   "illisible : " F-AVIS-EMIS
                       TO WS-AVI-FREQUENCE(WS-AVI-NB)
                   MOVE SPACE TO WS-AVI-REPONSE(WS-AVI-NB)
                   MOVE 0 TO WS-AVI-PRIME-RETENUE(WS-AVI-NB)
                   IF WS-AVI-NB-CHAMPS = 13
                       MOVE FUNCTION NUMVAL(WS-AVI-S-COEF)
                           TO WS-AVI-COEF(WS-AVI-NB)
                       MOVE FUNCTION NUMVAL(WS-AVI-S-NB-SIN)
                           TO WS-AVI-NB-SIN(WS-AVI-NB)
                       MOVE FUNCTION NUMVAL(WS-AVI-S-CHARGE)
                           TO WS-AVI-CHARGE-EUR(WS-AVI-NB)
                   ELSE
                       MOVE 1 TO WS-AVI-COEF(WS-AVI-NB)
                       MOVE 0 TO WS-AVI-NB-SIN(WS-AVI-NB)
                       MOVE 0 TO WS-AVI-CHARGE-EUR(WS-AVI-NB)
                   END-IF
               ELSE
                   DISPLAY "ATTENTION : table des avis pleine "
                       "(limite " WS-AVI-MAX-TAB ")"
           WRITE E-RAPPORT.
           DISPLAY "Taux de renouvellement (%) : " WS-TUP-TAUX.

           MOVE "DONT MALUS" TO AFF-TUP-PRODUIT.
           MOVE WS-TUP-MAL-EMIS TO AFF-TUP-EMIS.
           MOVE WS-TUP-MAL-ACCEPTES TO AFF-TUP-ACCEPTES.
           MOVE WS-TUP-MAL-DECLINES TO AFF-TUP-DECLINES.
           MOVE WS-TUP-MAL-SANS-REP TO AFF-TUP-SANS-REP.
           DISPLAY AFF-TUP.
           WRITE E-RAPPORT FROM AFF-TUP.

           CLOSE FICHIER-RAPPORT-RENOUV.

           DISPLAY "Rapport de transformation enregistre dans "
                       ADD 1 TO WS-TUP-TOT-SANS-REP
               END-EVALUATE
           END-IF.

           IF WS-AVI-COEF(WS-AVI-I) > 1
               ADD 1 TO WS-TUP-MAL-EMIS
               EVALUATE WS-AVI-REPONSE(WS-AVI-I)
                   WHEN 'A'
                       ADD 1 TO WS-TUP-MAL-ACCEPTES
                   WHEN 'D'
                       ADD 1 TO WS-TUP-MAL-DECLINES
                   WHEN OTHER
                       ADD 1 TO WS-TUP-MAL-SANS-REP
               END-EVALUATE
           END-IF.
       .

       0510-TUP-CUMUL-END.
