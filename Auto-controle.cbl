       IDENTIFICATION DIVISION.
       PROGRAM-ID. AutoControle.
       AUTHOR. Bruno.

      *    Auto-controle du moteur de primalite, premiere etape de
      *    traitement du job de screening : avant que CANDIN ne soit
      *    touche, chaque nombre d'un jeu de reference controle
      *    (AUTOREF) passe par la meme logique de verdict et de
      *    decomposition que NombrePremier, et le resultat est
      *    compare au verdict et aux facteurs attendus.
      *    Le jeu doit contenir au moins un cas de chaque categorie
      *    (PREMIER, COMPOSE, CARRE de premier, PROCHES = produit de
      *    deux premiers voisins, LIMITE) et les valeurs limites 0,
      *    1, 2, 3 et 999 999 937 ; sinon le controle n'est pas
      *    probant et la chaine est arretee (RC=8), comme pour un
      *    jeu illisible. Quand la table des diviseurs premiers
      *    DIVPREM est chargee, chaque cas est verifie par la table
      *    ET pas a pas, les deux chemins que le screening peut
      *    prendre. Le moindre ecart arrete la chaine avec RC=12.
      *    Le certificat AUTOCERT detaille chaque cas et conclut
      *    REUSSI / ECHEC ; une ligne AUTOCONTROLE= est ecrite au
      *    journal d'audit dans tous les cas.
      *    Les paragraphes DIVISER-PAR-TABLE, DECOMPOSITION-FACTEURS,
      *    EXTRAIRE-FACTEUR-CAND et le calcul du verdict de
      *    CALCULER-VERDICT sont la copie de ceux de NombrePremier
      *    (TRAITEMENT-PRINCIPAL hors cache et classement) : toute
      *    modification de l'un doit etre reportee dans l'autre.
      *    Carte du jeu de reference (80 colonnes) :
      *      nombre(9, zeros de tete) blanc categorie(8) blanc
      *      verdict(1 : P premier, C compose, I invalide) blanc
      *      facteurs attendus (59, au format du screening :
      *      '3 x 3 x 37', a blanc pour un premier ou un invalide) ;
      *      '*' en colonne 1 = commentaire.
      *    Chaque ligne ecrite au journal d'audit est chainee a la
      *    precedente (CHAINE=rang-valeur en colonnes 175 a 200)
      *    pour que toute ligne modifiee ou supprimee se voie au
      *    controle du chainage (VERICHAI).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERENCE-FILE ASSIGN TO AUTOREF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-REFERENCE.

           SELECT CERTIFICAT-FILE ASSIGN TO AUTOCERT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-CERTIFICAT.

           SELECT JOURNAL-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-JOURNAL.

           SELECT DIVISEUR-FILE ASSIGN TO DIVPREM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-DIVISEUR.

      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  REFERENCE-FILE.
       01  FD-CARTE-REF.
           05  FD-REF-NOMBRE      PIC X(9).
           05  FILLER             PIC X.
           05  FD-REF-CATEGORIE   PIC X(8).
           05  FILLER             PIC X.
           05  FD-REF-VERDICT     PIC X.
           05  FILLER             PIC X.
           05  FD-REF-FACTEURS    PIC X(59).

       FD  CERTIFICAT-FILE.
       01  FD-LIGNE-CERTIFICAT PIC X(100).

       FD  JOURNAL-FILE.
       01  FD-LIGNE-JOURNAL   PIC X(200).

       FD  DIVISEUR-FILE.
       01  FD-DIVISEUR.
           05  FD-DIV-TYPE        PIC X.
               88  FD-DIV-DETAIL      VALUE 'D'.
               88  FD-DIV-FIN         VALUE 'F'.
           05  FILLER             PIC X.
           05  FD-DIV-VALEUR      PIC 9(5).
           05  FILLER             PIC X.
           05  FD-DIV-COMPTE      PIC 9(5).
           05  FILLER             PIC X(7).

       WORKING-STORAGE SECTION.
       01  N              PIC 9(9) VALUE ZERO.
       01  ENT            PIC 9(9) VALUE ZERO.
       01  RESTE          PIC 9(9) VALUE ZERO.
       01  RESULTAT       PIC 9(9) VALUE ZERO.

       01  WS-PREMIER-FLAG    PIC X VALUE 'O'.
           88  WS-EST-PREMIER     VALUE 'O'.
           88  WS-EST-COMPOSE     VALUE 'N'.

       01  WS-N-INVALIDE      PIC X VALUE 'N'.
           88  WS-N-EST-INVALIDE  VALUE 'O'.

       01  WS-NB-FACTEURS     PIC 9(2) VALUE ZERO.
       01  WS-FACTEURS-TABLE.
           05  WS-FACTEUR     PIC 9(9) OCCURS 30 TIMES.
       01  WS-N-RESTANT       PIC 9(9) VALUE ZERO.
       01  WS-FACTEUR-CAND    PIC 9(9) VALUE ZERO.
       01  WS-QUOTIENT-FACT   PIC 9(9) VALUE ZERO.
       01  WS-RESTE-FACT      PIC 9(9) VALUE ZERO.
       01  WS-FACTEURS-TXT    PIC X(100) VALUE SPACES.
       01  WS-FACTEUR-EDIT    PIC Z(8)9.
       01  WS-N-EDIT          PIC Z(8)9.
       01  WS-IDX-FACT        PIC 9(2) VALUE ZERO.
       01  WS-FACTEURS-TRONQUE PIC X VALUE 'N'.
           88  WS-FACTEURS-EST-TRONQUE VALUE 'O'.
       01  WS-PTR-FACT        PIC 9(4) VALUE ZERO.
       01  WS-PLUS-PETIT-FACTEUR PIC 9(9) VALUE ZERO.

      *    Table des diviseurs premiers, chargee et validee comme au
      *    screening.
       01  WS-STATUT-DIVISEUR PIC X(2) VALUE SPACES.
       01  WS-DIV-BORNE-MINI  PIC 9(5) VALUE 31622.
       01  WS-NB-DIVISEURS    PIC 9(4) VALUE ZERO.
       01  WS-TABLE-DIVISEURS.
           05  WS-DIVISEUR-PREMIER PIC 9(5) OCCURS 3500 TIMES.
       01  WS-IDX-DIV         PIC 9(4) VALUE ZERO.
       01  WS-DERNIER-DIVISEUR PIC 9(5) VALUE ZERO.
       01  WS-TABLE-DIV-CHARGEE PIC X VALUE 'N'.
           88  WS-TABLE-DIV-EST-CHARGEE VALUE 'O'.
       01  WS-TABLE-DIV-ANOMALIE PIC X VALUE 'N'.
           88  WS-TABLE-DIV-EST-ANORMALE VALUE 'O'.
       01  WS-TABLE-DIV-FIN-VUE PIC X VALUE 'N'.
           88  WS-TABLE-DIV-FIN-EST-VUE VALUE 'O'.
       01  WS-FIN-DIVISEURS   PIC X VALUE 'N'.
           88  WS-FIN-TABLE-DIV   VALUE 'O'.
       01  WS-TABLE-DIV-DISPO PIC X VALUE 'N'.

       01  WS-STATUT-REFERENCE PIC X(2) VALUE SPACES.
       01  WS-STATUT-CERTIFICAT PIC X(2) VALUE SPACES.
       01  WS-STATUT-JOURNAL  PIC X(2) VALUE SPACES.

       01  WS-FIN-FICHIER     PIC X VALUE 'N'.
           88  WS-FIN-REFERENCE   VALUE 'O'.

       01  WS-OPERATEUR-ID    PIC X(8) VALUE SPACES.
       01  WS-DATE-JOUR       PIC 9(8) VALUE ZERO.
       01  WS-HEURE-JOUR      PIC 9(8) VALUE ZERO.
       01  WS-LIGNE-JOURNAL   PIC X(200) VALUE SPACES.
       01  WS-CHAINE-PRECEDENTE PIC 9(9) VALUE ZERO.
       01  WS-CHAINE-RANG     PIC 9(9) VALUE ZERO.
       01  WS-CHAINE-VALEUR   PIC 9(12) VALUE ZERO.
       01  WS-CHAINE-IDX      PIC 9(3) VALUE ZERO.
       01  WS-FIN-CHAINE      PIC X VALUE 'N'.
           88  WS-FIN-RELECTURE-JOURNAL VALUE 'O'.
       01  WS-CHAINE-ZONE.
           05  WS-CHN-ETIQUETTE PIC X(7).
           05  WS-CHN-RANG      PIC 9(9).
           05  WS-CHN-TIRET     PIC X.
           05  WS-CHN-VALEUR    PIC 9(9).
       01  WS-LIGNE-CERTIFICAT PIC X(100) VALUE SPACES.
       01  WS-PTR-LIGNE       PIC 9(4) VALUE ZERO.
       01  WS-EDIT-COMPTEUR   PIC Z(8)9.

      *    Verdict obtenu pour le cas courant : P / C / I, suivi des
      *    facteurs ; calcule une fois par la table (si chargee) et
      *    une fois pas a pas.
       01  WS-VERDICT-OBTENU  PIC X VALUE SPACE.
       01  WS-VERDICT-TABLE   PIC X VALUE SPACE.
       01  WS-FACTEURS-TABLE-TXT PIC X(100) VALUE SPACES.
       01  WS-VERDICT-PAS     PIC X VALUE SPACE.
       01  WS-FACTEURS-PAS-TXT PIC X(100) VALUE SPACES.
       01  WS-CAS-CONFORME    PIC X VALUE 'O'.
           88  WS-CAS-EST-CONFORME VALUE 'O'.
       01  WS-ECART-METHODE   PIC X(10) VALUE SPACES.

       01  WS-NB-CARTES       PIC 9(5) VALUE ZERO.
       01  WS-NB-CAS          PIC 9(5) VALUE ZERO.
       01  WS-NB-ECARTS       PIC 9(5) VALUE ZERO.
       01  WS-NB-CARTES-REJETEES PIC 9(5) VALUE ZERO.

      *    Couverture du jeu : cas par categorie, valeurs limites
      *    obligatoires rencontrees.
       01  WS-CATEGORIES-TABLE.
           05  FILLER             PIC X(8) VALUE 'PREMIER'.
           05  FILLER             PIC X(8) VALUE 'COMPOSE'.
           05  FILLER             PIC X(8) VALUE 'CARRE'.
           05  FILLER             PIC X(8) VALUE 'PROCHES'.
           05  FILLER             PIC X(8) VALUE 'LIMITE'.
       01  WS-CATEGORIES REDEFINES WS-CATEGORIES-TABLE.
           05  WS-CAT-NOM         PIC X(8) OCCURS 5 TIMES.
       01  WS-CAT-COMPTES.
           05  WS-CAT-COMPTE      PIC 9(5) OCCURS 5 TIMES.
       01  WS-IDX-CAT         PIC 9(2) VALUE ZERO.
       01  WS-CAT-TROUVEE     PIC X VALUE 'N'.
           88  WS-CAT-EST-TROUVEE VALUE 'O'.

       01  WS-LIMITES-TABLE.
           05  FILLER             PIC 9(9) VALUE 0.
           05  FILLER             PIC 9(9) VALUE 1.
           05  FILLER             PIC 9(9) VALUE 2.
           05  FILLER             PIC 9(9) VALUE 3.
           05  FILLER             PIC 9(9) VALUE 999999937.
       01  WS-LIMITES REDEFINES WS-LIMITES-TABLE.
           05  WS-LIM-VALEUR      PIC 9(9) OCCURS 5 TIMES.
       01  WS-LIM-VUES.
           05  WS-LIM-VUE         PIC X OCCURS 5 TIMES.
       01  WS-IDX-LIM         PIC 9(2) VALUE ZERO.

       01  WS-JEU-PROBANT     PIC X VALUE 'O'.
           88  WS-JEU-EST-PROBANT VALUE 'O'.
       01  WS-RESULTAT-TXT    PIC X(6) VALUE SPACES.
       01  WS-MOTIF-ECHEC     PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.

           ACCEPT WS-OPERATEUR-ID.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE ZERO TO WS-CAT-COMPTES.
           MOVE ALL 'N' TO WS-LIM-VUES.
           PERFORM REPRENDRE-CHAINE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-STATUT-JOURNAL = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           OPEN OUTPUT CERTIFICAT-FILE.
           IF WS-STATUT-CERTIFICAT NOT = '00'
               DISPLAY 'Impossible de creer le certificat '
                   'd''auto-controle - statut ' WS-STATUT-CERTIFICAT
                   ' - chaine arretee.'
               MOVE 'N' TO WS-JEU-PROBANT
               MOVE 'CERTIFICAT' TO WS-MOTIF-ECHEC
               PERFORM JOURNALISER-AUTOCONTROLE
               CLOSE JOURNAL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHARGER-TABLE-DIVISEURS.
           MOVE WS-TABLE-DIV-CHARGEE TO WS-TABLE-DIV-DISPO.
           PERFORM ECRIRE-ENTETE.
           OPEN INPUT REFERENCE-FILE.
           IF WS-STATUT-REFERENCE NOT = '00'
               DISPLAY 'Jeu de reference inaccessible - statut '
                   WS-STATUT-REFERENCE ' - chaine arretee.'
               MOVE 'O' TO WS-FIN-FICHIER
           END-IF.
           PERFORM UNTIL WS-FIN-REFERENCE
               READ REFERENCE-FILE
                   AT END
                       MOVE 'O' TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-NB-CARTES
                       PERFORM TRAITER-CARTE
               END-READ
           END-PERFORM.
           IF WS-STATUT-REFERENCE = '00' OR WS-STATUT-REFERENCE = '10'
               CLOSE REFERENCE-FILE
           END-IF.
           PERFORM CONTROLER-COUVERTURE.
           PERFORM ECRIRE-CONCLUSION.
           PERFORM JOURNALISER-AUTOCONTROLE.
           CLOSE CERTIFICAT-FILE.
           CLOSE JOURNAL-FILE.
           IF WS-NB-ECARTS > 0
               MOVE 12 TO RETURN-CODE
           ELSE
               IF NOT WS-JEU-EST-PROBANT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      *    Une carte illisible (nombre non numerique, verdict ou
      *    categorie inconnus) rend le jeu non probant : elle est
      *    signalee au certificat et n'est pas jouee.
       TRAITER-CARTE.
           IF FD-CARTE-REF(1:1) = '*' OR FD-CARTE-REF = SPACES
               CONTINUE
           ELSE
               PERFORM RECHERCHER-CATEGORIE
               IF FD-REF-NOMBRE NOT NUMERIC
                  OR NOT WS-CAT-EST-TROUVEE
                  OR (FD-REF-VERDICT NOT = 'P'
                      AND FD-REF-VERDICT NOT = 'C'
                      AND FD-REF-VERDICT NOT = 'I')
                   ADD 1 TO WS-NB-CARTES-REJETEES
                   MOVE 'N' TO WS-JEU-PROBANT
                   MOVE SPACES TO WS-LIGNE-CERTIFICAT
                   MOVE WS-NB-CARTES TO WS-EDIT-COMPTEUR
                   STRING '  CARTE ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-COMPTEUR)
                       DELIMITED BY SIZE
                       ' ILLISIBLE: ' DELIMITED BY SIZE
                       FD-CARTE-REF(1:21) DELIMITED BY SIZE
                       INTO WS-LIGNE-CERTIFICAT
                   END-STRING
                   MOVE WS-LIGNE-CERTIFICAT TO FD-LIGNE-CERTIFICAT
                   WRITE FD-LIGNE-CERTIFICAT
               ELSE
                   ADD 1 TO WS-CAT-COMPTE(WS-IDX-CAT)
                   PERFORM JOUER-CAS
               END-IF
           END-IF.

       RECHERCHER-CATEGORIE.
           MOVE 'N' TO WS-CAT-TROUVEE.
           MOVE 1 TO WS-IDX-CAT.
           PERFORM UNTIL WS-IDX-CAT > 5 OR WS-CAT-EST-TROUVEE
               IF WS-CAT-NOM(WS-IDX-CAT) = FD-REF-CATEGORIE
                   MOVE 'O' TO WS-CAT-TROUVEE
               ELSE
                   ADD 1 TO WS-IDX-CAT
               END-IF
           END-PERFORM.

       JOUER-CAS.
           ADD 1 TO WS-NB-CAS.
           MOVE FD-REF-NOMBRE TO N.
           PERFORM VARYING WS-IDX-LIM FROM 1 BY 1
                   UNTIL WS-IDX-LIM > 5
               IF WS-LIM-VALEUR(WS-IDX-LIM) = N
                   MOVE 'O' TO WS-LIM-VUE(WS-IDX-LIM)
               END-IF
           END-PERFORM.
           MOVE 'O' TO WS-CAS-CONFORME.
           MOVE SPACES TO WS-ECART-METHODE.
           MOVE SPACE TO WS-VERDICT-TABLE.
           MOVE SPACES TO WS-FACTEURS-TABLE-TXT.
           IF WS-TABLE-DIV-DISPO = 'O'
               MOVE 'O' TO WS-TABLE-DIV-CHARGEE
               PERFORM CALCULER-VERDICT
               MOVE WS-VERDICT-OBTENU TO WS-VERDICT-TABLE
               MOVE WS-FACTEURS-TXT TO WS-FACTEURS-TABLE-TXT
               IF WS-VERDICT-OBTENU NOT = FD-REF-VERDICT
                  OR WS-FACTEURS-TXT NOT = FD-REF-FACTEURS
                   MOVE 'N' TO WS-CAS-CONFORME
                   MOVE 'TABLE' TO WS-ECART-METHODE
               END-IF
           END-IF.
           MOVE 'N' TO WS-TABLE-DIV-CHARGEE.
           PERFORM CALCULER-VERDICT.
           MOVE WS-TABLE-DIV-DISPO TO WS-TABLE-DIV-CHARGEE.
           MOVE WS-VERDICT-OBTENU TO WS-VERDICT-PAS.
           MOVE WS-FACTEURS-TXT TO WS-FACTEURS-PAS-TXT.
           IF WS-VERDICT-OBTENU NOT = FD-REF-VERDICT
              OR WS-FACTEURS-TXT NOT = FD-REF-FACTEURS
               MOVE 'N' TO WS-CAS-CONFORME
               IF WS-ECART-METHODE = SPACES
                   MOVE 'PAS A PAS' TO WS-ECART-METHODE
               ELSE
                   MOVE 'LES DEUX' TO WS-ECART-METHODE
               END-IF
           END-IF.
           IF NOT WS-CAS-EST-CONFORME
               ADD 1 TO WS-NB-ECARTS
           END-IF.
           PERFORM ECRIRE-CAS.

      *    Meme enchainement que TRAITEMENT-PRINCIPAL de NombrePremier
      *    pour un nombre absent du cache : verdict par divisions
      *    d'essai puis decomposition des composes.
       CALCULER-VERDICT.
           MOVE SPACES TO WS-FACTEURS-TXT.
           MOVE ZERO TO WS-PLUS-PETIT-FACTEUR.
           MOVE 'N' TO WS-N-INVALIDE.
           IF N < 2
               MOVE 'O' TO WS-N-INVALIDE
               MOVE 'N' TO WS-PREMIER-FLAG
           ELSE
               MOVE 'O' TO WS-PREMIER-FLAG
               IF WS-TABLE-DIV-EST-CHARGEE
                   PERFORM DIVISER-PAR-TABLE
               ELSE
                   MOVE 2 TO ENT
                   PERFORM UNTIL ENT * ENT > N OR WS-EST-COMPOSE
                       DIVIDE N BY ENT
                           GIVING RESULTAT REMAINDER RESTE
                       IF RESTE = 0 THEN
                           MOVE 'N' TO WS-PREMIER-FLAG
                       END-IF
                       ADD 1 TO ENT
                   END-PERFORM
               END-IF
               IF WS-EST-COMPOSE
                   PERFORM DECOMPOSITION-FACTEURS
               END-IF
           END-IF.
           IF WS-N-EST-INVALIDE
               MOVE 'I' TO WS-VERDICT-OBTENU
           ELSE
               IF WS-EST-PREMIER
                   MOVE 'P' TO WS-VERDICT-OBTENU
               ELSE
                   MOVE 'C' TO WS-VERDICT-OBTENU
               END-IF
           END-IF.

       DIVISER-PAR-TABLE.
           MOVE 1 TO WS-IDX-DIV.
           PERFORM UNTIL WS-IDX-DIV > WS-NB-DIVISEURS
                   OR WS-EST-COMPOSE
                   OR WS-DIVISEUR-PREMIER(WS-IDX-DIV)
                      * WS-DIVISEUR-PREMIER(WS-IDX-DIV) > N
               DIVIDE N BY WS-DIVISEUR-PREMIER(WS-IDX-DIV)
                   GIVING RESULTAT REMAINDER RESTE
               IF RESTE = 0
                   MOVE 'N' TO WS-PREMIER-FLAG
               END-IF
               ADD 1 TO WS-IDX-DIV
           END-PERFORM.

       DECOMPOSITION-FACTEURS.
           MOVE N TO WS-N-RESTANT.
           MOVE ZERO TO WS-NB-FACTEURS.
           IF WS-TABLE-DIV-EST-CHARGEE
               MOVE 1 TO WS-IDX-DIV
               PERFORM UNTIL WS-IDX-DIV > WS-NB-DIVISEURS
                       OR WS-DIVISEUR-PREMIER(WS-IDX-DIV)
                          * WS-DIVISEUR-PREMIER(WS-IDX-DIV)
                          > WS-N-RESTANT
                   MOVE WS-DIVISEUR-PREMIER(WS-IDX-DIV)
                       TO WS-FACTEUR-CAND
                   PERFORM EXTRAIRE-FACTEUR-CAND
                   ADD 1 TO WS-IDX-DIV
               END-PERFORM
           ELSE
               MOVE 2 TO WS-FACTEUR-CAND
               PERFORM UNTIL WS-FACTEUR-CAND * WS-FACTEUR-CAND
                       > WS-N-RESTANT
                   PERFORM EXTRAIRE-FACTEUR-CAND
                   ADD 1 TO WS-FACTEUR-CAND
               END-PERFORM
           END-IF.
           IF WS-N-RESTANT > 1
               ADD 1 TO WS-NB-FACTEURS
               MOVE WS-N-RESTANT TO WS-FACTEUR(WS-NB-FACTEURS)
           END-IF.
           MOVE WS-FACTEUR(1) TO WS-PLUS-PETIT-FACTEUR.
           MOVE SPACES TO WS-FACTEURS-TXT.
           MOVE 1 TO WS-PTR-FACT.
           MOVE 'N' TO WS-FACTEURS-TRONQUE.
           PERFORM VARYING WS-IDX-FACT FROM 1 BY 1
                   UNTIL WS-IDX-FACT > WS-NB-FACTEURS
                      OR WS-FACTEURS-EST-TRONQUE
               IF WS-IDX-FACT > 1
                   STRING ' x ' DELIMITED BY SIZE
                       INTO WS-FACTEURS-TXT WITH POINTER WS-PTR-FACT
                       ON OVERFLOW
                           MOVE 'O' TO WS-FACTEURS-TRONQUE
                   END-STRING
               END-IF
               IF NOT WS-FACTEURS-EST-TRONQUE
                   MOVE WS-FACTEUR(WS-IDX-FACT) TO WS-FACTEUR-EDIT
                   STRING FUNCTION TRIM(WS-FACTEUR-EDIT)
                       DELIMITED BY SIZE
                       INTO WS-FACTEURS-TXT WITH POINTER WS-PTR-FACT
                       ON OVERFLOW
                           MOVE 'O' TO WS-FACTEURS-TRONQUE
                   END-STRING
               END-IF
           END-PERFORM.
           IF WS-FACTEURS-EST-TRONQUE
               MOVE '...' TO WS-FACTEURS-TXT(98:3)
           END-IF.

       EXTRAIRE-FACTEUR-CAND.
           DIVIDE WS-N-RESTANT BY WS-FACTEUR-CAND
               GIVING WS-QUOTIENT-FACT REMAINDER WS-RESTE-FACT.
           PERFORM UNTIL WS-RESTE-FACT NOT = 0
               ADD 1 TO WS-NB-FACTEURS
               MOVE WS-FACTEUR-CAND TO WS-FACTEUR(WS-NB-FACTEURS)
               MOVE WS-QUOTIENT-FACT TO WS-N-RESTANT
               DIVIDE WS-N-RESTANT BY WS-FACTEUR-CAND
                   GIVING WS-QUOTIENT-FACT
                   REMAINDER WS-RESTE-FACT
           END-PERFORM.

      *    La table n'est retenue que complete : enregistrements 'D'
      *    en ordre strictement croissant et numerotes sans trou,
      *    puis un 'F' dont le compte correspond et dont la borne
      *    couvre la racine du plus grand candidat.
       CHARGER-TABLE-DIVISEURS.
           MOVE ZERO TO WS-NB-DIVISEURS.
           MOVE ZERO TO WS-TABLE-DIVISEURS.
           MOVE 1 TO WS-DERNIER-DIVISEUR.
           OPEN INPUT DIVISEUR-FILE.
           IF WS-STATUT-DIVISEUR NOT = '00'
               DISPLAY 'Table des diviseurs premiers inaccessible - '
                   'statut ' WS-STATUT-DIVISEUR
                   ' - controle pas a pas seul.'
           ELSE
               PERFORM UNTIL WS-FIN-TABLE-DIV
                   READ DIVISEUR-FILE
                       AT END
                           MOVE 'O' TO WS-FIN-DIVISEURS
                       NOT AT END
                           PERFORM CHARGER-UN-DIVISEUR
                   END-READ
               END-PERFORM
               CLOSE DIVISEUR-FILE
               IF WS-TABLE-DIV-FIN-EST-VUE
                  AND NOT WS-TABLE-DIV-EST-ANORMALE
                  AND WS-NB-DIVISEURS > 0
                   MOVE 'O' TO WS-TABLE-DIV-CHARGEE
               ELSE
                   MOVE ZERO TO WS-NB-DIVISEURS
                   DISPLAY 'Table des diviseurs premiers incomplete '
                       'ou incoherente - controle pas a pas seul.'
               END-IF
           END-IF.

       CHARGER-UN-DIVISEUR.
           IF WS-TABLE-DIV-FIN-EST-VUE
               MOVE 'O' TO WS-TABLE-DIV-ANOMALIE
           ELSE
               IF FD-DIV-DETAIL
                   IF FD-DIV-VALEUR NOT NUMERIC
                      OR FD-DIV-COMPTE NOT NUMERIC
                      OR WS-NB-DIVISEURS >= 3500
                       MOVE 'O' TO WS-TABLE-DIV-ANOMALIE
                   ELSE
                       IF FD-DIV-VALEUR <= WS-DERNIER-DIVISEUR
                          OR FD-DIV-COMPTE NOT = WS-NB-DIVISEURS + 1
                           MOVE 'O' TO WS-TABLE-DIV-ANOMALIE
                       ELSE
                           ADD 1 TO WS-NB-DIVISEURS
                           MOVE FD-DIV-VALEUR
                               TO WS-DIVISEUR-PREMIER(WS-NB-DIVISEURS)
                           MOVE FD-DIV-VALEUR TO WS-DERNIER-DIVISEUR
                       END-IF
                   END-IF
               ELSE
                   IF FD-DIV-FIN
                       MOVE 'O' TO WS-TABLE-DIV-FIN-VUE
                       IF FD-DIV-VALEUR NOT NUMERIC
                          OR FD-DIV-COMPTE NOT NUMERIC
                           MOVE 'O' TO WS-TABLE-DIV-ANOMALIE
                       ELSE
                           IF FD-DIV-COMPTE NOT = WS-NB-DIVISEURS
                              OR FD-DIV-VALEUR < WS-DIV-BORNE-MINI
                               MOVE 'O' TO WS-TABLE-DIV-ANOMALIE
                           END-IF
                       END-IF
                   ELSE
                       MOVE 'O' TO WS-TABLE-DIV-ANOMALIE
                   END-IF
               END-IF
           END-IF.

       ECRIRE-ENTETE.
           MOVE 'Certificat d''auto-controle du moteur de primalite'
               TO FD-LIGNE-CERTIFICAT.
           WRITE FD-LIGNE-CERTIFICAT.
           MOVE SPACES TO WS-LIGNE-CERTIFICAT.
           STRING 'Date: ' DELIMITED BY SIZE
               WS-DATE-JOUR DELIMITED BY SIZE
               ' heure: ' DELIMITED BY SIZE
               WS-HEURE-JOUR DELIMITED BY SIZE
               ' operateur: ' DELIMITED BY SIZE
               WS-OPERATEUR-ID DELIMITED BY SIZE
               INTO WS-LIGNE-CERTIFICAT
           END-STRING.
           MOVE WS-LIGNE-CERTIFICAT TO FD-LIGNE-CERTIFICAT.
           WRITE FD-LIGNE-CERTIFICAT.
           IF WS-TABLE-DIV-DISPO = 'O'
               MOVE SPACES TO WS-LIGNE-CERTIFICAT
               MOVE WS-NB-DIVISEURS TO WS-EDIT-COMPTEUR
               STRING 'Chemins controles: table des diviseurs '
                   DELIMITED BY SIZE
                   'premiers (' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
                   ' premiers) et pas a pas' DELIMITED BY SIZE
                   INTO WS-LIGNE-CERTIFICAT
               END-STRING
               MOVE WS-LIGNE-CERTIFICAT TO FD-LIGNE-CERTIFICAT
           ELSE
               MOVE SPACES TO FD-LIGNE-CERTIFICAT
               STRING 'Chemin controle: pas a pas seul (table DIVPREM '
                   DELIMITED BY SIZE
                   'absente ou incoherente)' DELIMITED BY SIZE
                   INTO FD-LIGNE-CERTIFICAT
               END-STRING
           END-IF.
           WRITE FD-LIGNE-CERTIFICAT.

       ECRIRE-CAS.
           MOVE SPACES TO WS-LIGNE-CERTIFICAT.
           MOVE 1 TO WS-PTR-LIGNE.
           MOVE N TO WS-N-EDIT.
           IF WS-CAS-EST-CONFORME
               STRING '  OK     ' DELIMITED BY SIZE
                   INTO WS-LIGNE-CERTIFICAT WITH POINTER WS-PTR-LIGNE
               END-STRING
           ELSE
               STRING '  ECART  ' DELIMITED BY SIZE
                   INTO WS-LIGNE-CERTIFICAT WITH POINTER WS-PTR-LIGNE
               END-STRING
           END-IF.
           STRING WS-N-EDIT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FD-REF-CATEGORIE DELIMITED BY SIZE
               ' attendu ' DELIMITED BY SIZE
               FD-REF-VERDICT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FD-REF-FACTEURS DELIMITED BY '  '
               INTO WS-LIGNE-CERTIFICAT WITH POINTER WS-PTR-LIGNE
           END-STRING.
           MOVE WS-LIGNE-CERTIFICAT TO FD-LIGNE-CERTIFICAT.
           WRITE FD-LIGNE-CERTIFICAT.
           IF NOT WS-CAS-EST-CONFORME
               IF WS-TABLE-DIV-DISPO = 'O'
                   MOVE SPACES TO WS-LIGNE-CERTIFICAT
                   STRING '         obtenu par la table : '
                       DELIMITED BY SIZE
                       WS-VERDICT-TABLE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-FACTEURS-TABLE-TXT DELIMITED BY '  '
                       INTO WS-LIGNE-CERTIFICAT
                   END-STRING
                   MOVE WS-LIGNE-CERTIFICAT TO FD-LIGNE-CERTIFICAT
                   WRITE FD-LIGNE-CERTIFICAT
               END-IF
               MOVE SPACES TO WS-LIGNE-CERTIFICAT
               STRING '         obtenu pas a pas    : '
                   DELIMITED BY SIZE
                   WS-VERDICT-PAS DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FACTEURS-PAS-TXT DELIMITED BY '  '
                   INTO WS-LIGNE-CERTIFICAT
               END-STRING
               MOVE WS-LIGNE-CERTIFICAT TO FD-LIGNE-CERTIFICAT
               WRITE FD-LIGNE-CERTIFICAT
           END-IF.

      *    Un jeu sans toutes ses categories ou sans toutes les
      *    valeurs limites ne prouve rien : il est juge non probant.
       CONTROLER-COUVERTURE.
           IF WS-NB-CAS = 0
               MOVE 'N' TO WS-JEU-PROBANT
               MOVE 'Aucun cas joue - jeu de reference vide ou absent.'
                   TO FD-LIGNE-CERTIFICAT
               WRITE FD-LIGNE-CERTIFICAT
           END-IF.
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > 5
               MOVE SPACES TO WS-LIGNE-CERTIFICAT
               MOVE WS-CAT-COMPTE(WS-IDX-CAT) TO WS-EDIT-COMPTEUR
               STRING 'Categorie ' DELIMITED BY SIZE
                   WS-CAT-NOM(WS-IDX-CAT) DELIMITED BY SIZE
                   ': ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
                   ' cas' DELIMITED BY SIZE
                   INTO WS-LIGNE-CERTIFICAT
               END-STRING
               IF WS-CAT-COMPTE(WS-IDX-CAT) = 0
                   MOVE 'N' TO WS-JEU-PROBANT
                   MOVE ' - MANQUANTE' TO WS-LIGNE-CERTIFICAT(30:12)
               END-IF
               MOVE WS-LIGNE-CERTIFICAT TO FD-LIGNE-CERTIFICAT
               WRITE FD-LIGNE-CERTIFICAT
           END-PERFORM.
           PERFORM VARYING WS-IDX-LIM FROM 1 BY 1
                   UNTIL WS-IDX-LIM > 5
               IF WS-LIM-VUE(WS-IDX-LIM) NOT = 'O'
                   MOVE 'N' TO WS-JEU-PROBANT
                   MOVE SPACES TO WS-LIGNE-CERTIFICAT
                   MOVE WS-LIM-VALEUR(WS-IDX-LIM) TO WS-N-EDIT
                   STRING 'Valeur limite absente du jeu: '
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-N-EDIT) DELIMITED BY SIZE
                       INTO WS-LIGNE-CERTIFICAT
                   END-STRING
                   MOVE WS-LIGNE-CERTIFICAT TO FD-LIGNE-CERTIFICAT
                   WRITE FD-LIGNE-CERTIFICAT
               END-IF
           END-PERFORM.
           IF WS-NB-CARTES-REJETEES > 0
               MOVE SPACES TO WS-LIGNE-CERTIFICAT
               MOVE WS-NB-CARTES-REJETEES TO WS-EDIT-COMPTEUR
               STRING 'Cartes illisibles: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
                   INTO WS-LIGNE-CERTIFICAT
               END-STRING
               MOVE WS-LIGNE-CERTIFICAT TO FD-LIGNE-CERTIFICAT
               WRITE FD-LIGNE-CERTIFICAT
           END-IF.

       ECRIRE-CONCLUSION.
           MOVE SPACES TO WS-LIGNE-CERTIFICAT.
           MOVE 1 TO WS-PTR-LIGNE.
           MOVE WS-NB-CAS TO WS-EDIT-COMPTEUR.
           STRING 'Cas joues: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-CERTIFICAT WITH POINTER WS-PTR-LIGNE
           END-STRING.
           MOVE WS-NB-ECARTS TO WS-EDIT-COMPTEUR.
           STRING ' ecarts: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-CERTIFICAT WITH POINTER WS-PTR-LIGNE
           END-STRING.
           MOVE WS-LIGNE-CERTIFICAT TO FD-LIGNE-CERTIFICAT.
           WRITE FD-LIGNE-CERTIFICAT.
           IF WS-NB-ECARTS > 0
               MOVE 'ECHEC' TO WS-RESULTAT-TXT
               MOVE 'ECARTS' TO WS-MOTIF-ECHEC
               MOVE 'RESULTAT: ECHEC - moteur en ecart (RC=12)'
                   TO FD-LIGNE-CERTIFICAT
           ELSE
               IF NOT WS-JEU-EST-PROBANT
                   MOVE 'ECHEC' TO WS-RESULTAT-TXT
                   MOVE 'JEU-NON-PROBANT' TO WS-MOTIF-ECHEC
                   MOVE 'RESULTAT: ECHEC - jeu non probant (RC=8)'
                       TO FD-LIGNE-CERTIFICAT
               ELSE
                   MOVE 'REUSSI' TO WS-RESULTAT-TXT
                   MOVE 'RESULTAT: REUSSI - moteur certifie'
                       TO FD-LIGNE-CERTIFICAT
               END-IF
           END-IF.
           WRITE FD-LIGNE-CERTIFICAT.
           DISPLAY FD-LIGNE-CERTIFICAT.

       JOURNALISER-AUTOCONTROLE.
           IF WS-RESULTAT-TXT = SPACES
               MOVE 'ECHEC' TO WS-RESULTAT-TXT
           END-IF.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE SPACES TO WS-LIGNE-JOURNAL.
           MOVE 1 TO WS-PTR-LIGNE.
           STRING WS-DATE-JOUR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-HEURE-JOUR DELIMITED BY SIZE
               ' OPERATEUR=' DELIMITED BY SIZE
               WS-OPERATEUR-ID DELIMITED BY SIZE
               ' AUTOCONTROLE=' DELIMITED BY SIZE
               WS-RESULTAT-TXT DELIMITED BY SPACE
               INTO WS-LIGNE-JOURNAL WITH POINTER WS-PTR-LIGNE
           END-STRING.
           MOVE WS-NB-CAS TO WS-EDIT-COMPTEUR.
           STRING ' CAS=' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-JOURNAL WITH POINTER WS-PTR-LIGNE
           END-STRING.
           MOVE WS-NB-ECARTS TO WS-EDIT-COMPTEUR.
           STRING ' ECARTS=' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-JOURNAL WITH POINTER WS-PTR-LIGNE
           END-STRING.
           IF WS-TABLE-DIV-DISPO = 'O'
               STRING ' METHODE=TABLE+PAS' DELIMITED BY SIZE
                   INTO WS-LIGNE-JOURNAL WITH POINTER WS-PTR-LIGNE
               END-STRING
           ELSE
               STRING ' METHODE=PAS' DELIMITED BY SIZE
                   INTO WS-LIGNE-JOURNAL WITH POINTER WS-PTR-LIGNE
               END-STRING
           END-IF.
           IF WS-MOTIF-ECHEC NOT = SPACES
               STRING ' MOTIF=' DELIMITED BY SIZE
                   WS-MOTIF-ECHEC DELIMITED BY SPACE
                   INTO WS-LIGNE-JOURNAL WITH POINTER WS-PTR-LIGNE
               END-STRING
           END-IF.
           MOVE WS-LIGNE-JOURNAL TO FD-LIGNE-JOURNAL.
           PERFORM CHAINER-LIGNE-JOURNAL.
           WRITE FD-LIGNE-JOURNAL.

      *    Chainage du journal d'audit : chaque ligne porte en
      *    colonnes 175 a 200 'CHAINE=' suivi de son rang (9) dans
      *    le journal, d'un tiret et d'une valeur de controle (9)
      *    calculee sur les colonnes 1 a 191 de la ligne en partant
      *    de la valeur de la ligne precedente. Avant d'ecrire, on
      *    releve donc le dernier chainon du journal en place ; les
      *    lignes anterieures au chainage (sans CHAINE=) sont
      *    ignorees, un journal sans chainon repart du rang 1.
       REPRENDRE-CHAINE-JOURNAL.
           MOVE ZERO TO WS-CHAINE-PRECEDENTE.
           MOVE ZERO TO WS-CHAINE-RANG.
           MOVE 'N' TO WS-FIN-CHAINE.
           OPEN INPUT JOURNAL-FILE.
           IF WS-STATUT-JOURNAL = '00'
               PERFORM UNTIL WS-FIN-RELECTURE-JOURNAL
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'O' TO WS-FIN-CHAINE
                       NOT AT END
                           PERFORM RELEVER-CHAINON
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       RELEVER-CHAINON.
           MOVE FD-LIGNE-JOURNAL(175:26) TO WS-CHAINE-ZONE.
           IF WS-CHN-ETIQUETTE = 'CHAINE=' AND WS-CHN-TIRET = '-'
               AND WS-CHN-RANG NUMERIC AND WS-CHN-VALEUR NUMERIC
               MOVE WS-CHN-RANG TO WS-CHAINE-RANG
               MOVE WS-CHN-VALEUR TO WS-CHAINE-PRECEDENTE
           END-IF.

      *    Appele entre la mise en place de la ligne dans le tampon
      *    du journal et son ecriture : le texte de la ligne doit
      *    tenir en colonnes 1 a 173.
       CHAINER-LIGNE-JOURNAL.
           ADD 1 TO WS-CHAINE-RANG.
           MOVE 'CHAINE=' TO WS-CHN-ETIQUETTE.
           MOVE WS-CHAINE-RANG TO WS-CHN-RANG.
           MOVE '-' TO WS-CHN-TIRET.
           MOVE ZERO TO WS-CHN-VALEUR.
           MOVE SPACES TO FD-LIGNE-JOURNAL(174:27).
           MOVE WS-CHAINE-ZONE(1:17) TO FD-LIGNE-JOURNAL(175:17).
           MOVE WS-CHAINE-PRECEDENTE TO WS-CHAINE-VALEUR.
           PERFORM VARYING WS-CHAINE-IDX FROM 1 BY 1
                   UNTIL WS-CHAINE-IDX > 191
               COMPUTE WS-CHAINE-VALEUR = FUNCTION MOD(
                   WS-CHAINE-VALEUR * 256
                   + FUNCTION ORD(FD-LIGNE-JOURNAL(WS-CHAINE-IDX:1)),
                   999999937)
           END-PERFORM.
           MOVE WS-CHAINE-VALEUR TO WS-CHAINE-PRECEDENTE.
           MOVE WS-CHAINE-VALEUR TO WS-CHN-VALEUR.
           MOVE WS-CHN-VALEUR TO FD-LIGNE-JOURNAL(192:9).
