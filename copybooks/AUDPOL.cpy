      ******************************************************************
      * AUDPOL.cpy                                                     *
      * Description d'une ligne du fichier permanent d'audit du master *
      * des polices (AUDIT-MASTER.TXT, alimente en ajout par assurmaj, *
      * relu par assuraud pour la vue d'une police a une date donnee). *
      *                                                                *
      * A-TYPE : C creation, M modification, A annulation, V avenant,  *
      *          B debut de backout (A-CODE a zero, images a blanc),   *
      *          R police restauree par ce backout.                    *
      * A-AVANT / A-APRES : image complete de M-ASSURANCE avant et     *
      * apres application (a blanc avant creation ou apres annulation).*
      * A-DATE est la date du passage, A-SEQ le numero d'ordre du      *
      * mouvement dans le fichier des mouvements (rang de la police    *
      * restauree pour R).                                             *
      * A-OPERATEUR : identifiant de l'operateur porte par le          *
      * mouvement saisi a l'ecran de gestion (assursai), a blanc pour  *
      * les mouvements generes par les traitements.                    *
      ******************************************************************
       01 A-AUDIT.
           05 A-TYPE                  PIC X.
           05 FILLER                  PIC X.
           05 A-DATE                  PIC 9(8).
           05 FILLER                  PIC X.
           05 A-RUN-ID                PIC X(15).
           05 FILLER                  PIC X.
           05 A-SEQ                   PIC 9(5).
           05 FILLER                  PIC X.
           05 A-CODE                  PIC 9(8).
           05 FILLER                  PIC X.
           05 A-AVANT                 PIC X(113).
           05 FILLER                  PIC X.
           05 A-APRES                 PIC X(113).
           05 FILLER                  PIC X.
           05 A-OPERATEUR             PIC X(8).
