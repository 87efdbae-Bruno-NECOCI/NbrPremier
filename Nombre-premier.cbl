               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-EQUILIBRE.

           SELECT REGISTRE-FILE ASSIGN TO REGISTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-REG-NUMERO
               FILE STATUS IS WS-STATUT-REGISTRE.

           SELECT DIVISEUR-FILE ASSIGN TO DIVPREM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-DIVISEUR.

      *--------------
       DATA DIVISION.
      *--------------
           05  FD-CACHE-OPERATEUR PIC X(8).
           05  FILLER             PIC X.
           05  FD-CACHE-FACTEURS  PIC X(100).
           05  FILLER             PIC X.
           05  FD-CACHE-GRADE     PIC X.
           05  FD-CACHE-BITS      PIC 9(2).

       FD  INTERFACE-FILE.
       01  FD-LIGNE-INTERFACE PIC X(140).
       FD  EQUILIBRE-FILE.
       01  FD-LIGNE-EQUILIBRE PIC X(67).

       FD  REGISTRE-FILE.
       01  FD-LIGNE-REGISTRE.
           05  FD-REG-NUMERO      PIC 9(9).
           05  FILLER             PIC X.
           05  FD-REG-ID-DEMANDE  PIC X(8).
           05  FILLER             PIC X.
           05  FD-REG-DEPARTEMENT PIC X(4).
           05  FILLER             PIC X.
           05  FD-REG-DATE        PIC 9(8).
           05  FILLER             PIC X.
           05  FD-REG-OPERATEUR   PIC X(8).
           05  FILLER             PIC X.
           05  FD-REG-ORIGINE     PIC X(8).

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
       01  WS-PTR-FACT        PIC 9(4) VALUE ZERO.
       01  WS-PLUS-PETIT-FACTEUR PIC 9(9) VALUE ZERO.

      *    Classement de chaque nombre premier pour le systeme aval
      *    d'approbation des cles : S = sur ((N-1)/2 premier), F =
      *    fort (N-1 et N+1 portent chacun un facteur premier
      *    superieur a la racine de N), V = vulnerable (N-1 n'a que
      *    des petits facteurs, au plus WS-SEUIL-LISSE : expose a la
      *    methode p-1 de Pollard), O = ordinaire sinon. La lettre
      *    est l'initiale du libelle journalise (GRADE=SUR...).
       01  WS-GRADE           PIC X VALUE SPACE.
           88  WS-GRADE-SUR        VALUE 'S'.
           88  WS-GRADE-FORT       VALUE 'F'.
           88  WS-GRADE-ORDINAIRE  VALUE 'O'.
           88  WS-GRADE-VULNERABLE VALUE 'V'.
       01  WS-GRADE-TXT       PIC X(10) VALUE SPACES.
       01  WS-NB-BITS         PIC 9(2) VALUE ZERO.
       01  WS-BITS-EDIT       PIC Z9.
       01  WS-SEUIL-LISSE     PIC 9(9) VALUE 1000.
       01  WS-GRD-VALEUR      PIC 9(10) VALUE ZERO.
       01  WS-GRD-DIVISEUR    PIC 9(10) VALUE ZERO.
       01  WS-GRD-QUOTIENT    PIC 9(10) VALUE ZERO.
       01  WS-GRD-RESTE       PIC 9(10) VALUE ZERO.
       01  WS-GRD-MAX-FACTEUR PIC 9(10) VALUE ZERO.
       01  WS-GRD-MAX-MOINS   PIC 9(10) VALUE ZERO.
       01  WS-GRD-MAX-PLUS    PIC 9(10) VALUE ZERO.

      *    Suggestion de remplacement pour un candidat compose (mode
      *    lot uniquement) : le plus petit premier au-dessus du
      *    candidat qui ne figure pas deja au registre des premiers
      *    emis. Elle part en attente de seconde verification sous
      *    le numero de demande d'origine, comme tout verdict
      *    premier ; zero = pas de suggestion (aucun premier libre
      *    sur 9 chiffres au-dessus du candidat).
       01  WS-SUGGESTION      PIC 9(9) VALUE ZERO.
       01  WS-SUG-CANDIDAT    PIC 9(9) VALUE ZERO.
       01  WS-SUG-DIVISEUR    PIC 9(9) VALUE ZERO.
       01  WS-SUG-QUOTIENT    PIC 9(9) VALUE ZERO.
       01  WS-SUG-RESTE       PIC 9(9) VALUE ZERO.
       01  WS-SUG-LIMITE      PIC 9(9) VALUE 999999999.
       01  WS-SUG-PREMIER     PIC X VALUE 'N'.
           88  WS-SUG-EST-PREMIER VALUE 'O'.
       01  WS-SUG-TROUVE      PIC X VALUE 'N'.
           88  WS-SUG-EST-TROUVE  VALUE 'O'.
       01  WS-SUG-N-ORIGINE   PIC 9(9) VALUE ZERO.
       01  WS-SUG-GRADE       PIC X VALUE SPACE.
       01  WS-SUG-GRADE-TXT   PIC X(10) VALUE SPACES.
       01  WS-SUG-BITS        PIC 9(2) VALUE ZERO.
       01  WS-SUG-EDIT        PIC Z(8)9.
       01  WS-TOTAL-SUGGESTION PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-SANS-SUGGESTION PIC 9(9) VALUE ZERO.
       01  WS-STATUT-REGISTRE PIC X(2) VALUE SPACES.
       01  WS-REGISTRE-ACTIF  PIC X VALUE 'N'.
           88  WS-REGISTRE-EST-ACTIF VALUE 'O'.
       01  WS-PTR-RESULTAT    PIC 9(4) VALUE ZERO.

      *    Table des diviseurs premiers (fichier DIVPREM constitue
      *    par le crible NBRCRIB) : tous les premiers jusqu'a la
      *    racine du plus grand candidat (31 622). Chargee au
      *    demarrage, elle limite les divisions d'essai aux seuls
      *    premiers ; absente ou incoherente, le screening revient a
      *    la division pas a pas, aux memes verdicts.
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

      *    Chronometrage des divisions d'essai (verdict, decomposition
      *    et recherche de suggestion), en centiemes de seconde, pour
      *    le rapport et l'historique des executions.
       01  WS-CHRONO-DEBUT    PIC 9(9) VALUE ZERO.
       01  WS-CHRONO-FIN      PIC 9(9) VALUE ZERO.
       01  WS-DUREE-DIVISION-CS PIC 9(11) VALUE ZERO.
       01  WS-DUREE-DIVISION-SEC PIC 9(9)V99 VALUE ZERO.
       01  WS-EDIT-DUREE-DIV  PIC Z(8)9.99.
       01  WS-PART-DIVISION   PIC 9(11) VALUE ZERO.
       01  WS-HEURE-CHRONO    PIC 9(8) VALUE ZERO.
       01  WS-CHRONO-DECOUPE.
           05  WS-CH-HEURES   PIC 9(2).
           05  WS-CH-MINUTES  PIC 9(2).
           05  WS-CH-SECONDES PIC 9(2).
           05  WS-CH-CENTIEMES PIC 9(2).

       01  WS-OPERATEUR-ID    PIC X(8) VALUE SPACES.
       01  WS-STATUT-OPERATEUR PIC X(2) VALUE SPACES.
       01  WS-OPER-AUTORITE   PIC X VALUE SPACE.
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
       01  WS-VERDICT-TXT     PIC X(8) VALUE SPACES.
       01  WS-PTR-JOURNAL     PIC 9(4) VALUE ZERO.
       01  WS-STATUT-JOURNAL  PIC X(2) VALUE SPACES.
       01  WS-STATUT-CANDIDAT PIC X(2) VALUE SPACES.
       01  WS-STATUT-RESULTAT PIC X(2) VALUE SPACES.
           05  WS-IF-VERDICT      PIC X.
           05  FILLER             PIC X VALUE SPACE.
           05  WS-IF-FACTEURS     PIC X(100).
      *    Classement et longueur en bits, renseignes pour les seuls
      *    verdicts premiers (a blanc sinon).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-IF-GRADE        PIC X.
           05  WS-IF-BITS         PIC 9(2).
      *    'S' sur un verdict compose : un premier de remplacement a
      *    ete propose pour la demande et attend son controle ; 'S'
      *    sur un verdict premier libere : ce premier est le
      *    remplacement propose pour la demande (a blanc sinon).
           05  WS-IF-SUGGESTION   PIC X.

      *    L'enregistrement mis en attente de seconde verification
      *    reprend l'enregistrement d'interface complete de
      *    l'operateur de screening : l'etape de controle s'en sert
      *    pour refuser qu'un operateur controle son propre
      *    screening (principe des quatre yeux). Le classement du
      *    screening suit, en positions 137 a 139 : l'etape de
      *    controle le rederive de son cote et les compare.
       01  WS-VERIF-ENREG.
           05  WS-VRF-INTERFACE   PIC X(126).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-VRF-OPERATEUR   PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-VRF-GRADE       PIC X.
           05  WS-VRF-BITS        PIC 9(2).
      *    'S' en position 140 : premier propose en remplacement
      *    d'un candidat compose de la meme demande.
           05  WS-VRF-SUGGESTION  PIC X.

       01  WS-STATUT-VERIF    PIC X(2) VALUE SPACES.
       01  WS-STATUT-HISTO    PIC X(2) VALUE SPACES.
           05  WS-HIS-DUREE       PIC 9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-HIS-ETAT        PIC X.
      *    Positions 78 a 80 : methode de division d'essai ('T' =
      *    table des premiers, '1' = pas a pas) et part de la duree
      *    du run passee en divisions d'essai, en pourcentage.
           05  WS-HIS-METHODE     PIC X.
           05  WS-HIS-PART-DIVISION PIC 9(2).

       01  WS-STATUT-ATTENTE  PIC X(2) VALUE SPACES.
       01  WS-ATTENTE-ENREG.
               ACCEPT WS-LIMITE-MIN-TXT
               PERFORM VALIDER-LIMITES-FENETRE
           END-IF.
           PERFORM REPRENDRE-CHAINE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-STATUT-JOURNAL = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-OPER-EST-AUTORISE AND WS-MODE-LOT
               PERFORM OUVRIR-SUIVI
               PERFORM OUVRIR-REGISTRE
           END-IF.
           IF WS-OPER-EST-AUTORISE
               PERFORM CHARGER-TABLE-DIVISEURS
           END-IF.

      *    Le fichier de suivi des demandes n'a de sens qu'en mode
                   ' - screening sans suivi.'
           END-IF.

      *    Le registre des premiers emis n'est que consulte ici, pour
      *    ne pas proposer en remplacement un premier deja remis ;
      *    registre inaccessible = suggestion sans ce filtre, la
      *    seconde verification reste le verrou.
       OUVRIR-REGISTRE.
           OPEN INPUT REGISTRE-FILE.
           IF WS-STATUT-REGISTRE = '00'
               MOVE 'O' TO WS-REGISTRE-ACTIF
           ELSE
               DISPLAY 'Registre des premiers emis inaccessible - '
                   'statut ' WS-STATUT-REGISTRE
                   ' - suggestions sans controle du registre.'
           END-IF.

      *    La table n'est retenue que complete : enregistrements 'D'
      *    en ordre strictement croissant et numerotes sans trou,
      *    puis un 'F' dont le compte correspond et dont la borne
      *    couvre la racine du plus grand candidat. Sinon la table
      *    est ignoree et la division se fait pas a pas.
       CHARGER-TABLE-DIVISEURS.
           MOVE ZERO TO WS-NB-DIVISEURS.
           MOVE ZERO TO WS-TABLE-DIVISEURS.
           MOVE 1 TO WS-DERNIER-DIVISEUR.
           OPEN INPUT DIVISEUR-FILE.
           IF WS-STATUT-DIVISEUR NOT = '00'
               DISPLAY 'Table des diviseurs premiers inaccessible - '
                   'statut ' WS-STATUT-DIVISEUR
                   ' - division pas a pas.'
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
                       'ou incoherente - division pas a pas.'
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

       MAJ-SUIVI.
           IF WS-SUIVI-EST-ACTIF AND WS-ID-DEMANDE NOT = SPACES
               ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
               INTO WS-LIGNE-JOURNAL
           END-STRING.
           MOVE WS-LIGNE-JOURNAL TO FD-LIGNE-JOURNAL.
           PERFORM CHAINER-LIGNE-JOURNAL.
           WRITE FD-LIGNE-JOURNAL.

      *    Le traitement de plage balaye des intervalles entiers et
                   INTO WS-LIGNE-JOURNAL
               END-STRING
               MOVE WS-LIGNE-JOURNAL TO FD-LIGNE-JOURNAL
               PERFORM CHAINER-LIGNE-JOURNAL
               WRITE FD-LIGNE-JOURNAL
           ELSE
               PERFORM JOURNALISER-PLAGE
           END-IF.

      *    Un lancement de plage accepte est lui aussi trace, avec
      *    les bornes demandees : la recertification des operateurs
      *    y voit l'usage effectif de l'autorite 4.
       JOURNALISER-PLAGE.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE SPACES TO WS-LIGNE-JOURNAL.
           MOVE 1 TO WS-PTR-JOURNAL.
           STRING WS-DATE-JOUR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-HEURE-JOUR DELIMITED BY SIZE
               ' OPERATEUR=' DELIMITED BY SIZE
               WS-OPERATEUR-ID DELIMITED BY SIZE
               ' AUTORITE=' DELIMITED BY SIZE
               WS-OPER-AUTORITE DELIMITED BY SIZE
               ' FONCTION=PLAGE DEBUT=' DELIMITED BY SIZE
               INTO WS-LIGNE-JOURNAL WITH POINTER WS-PTR-JOURNAL
           END-STRING.
           MOVE WS-PLAGE-DEBUT TO WS-N-EDIT.
           STRING FUNCTION TRIM(WS-N-EDIT) DELIMITED BY SIZE
               ' FIN=' DELIMITED BY SIZE
               INTO WS-LIGNE-JOURNAL WITH POINTER WS-PTR-JOURNAL
           END-STRING.
           MOVE WS-PLAGE-FIN TO WS-N-EDIT.
           STRING FUNCTION TRIM(WS-N-EDIT) DELIMITED BY SIZE
               INTO WS-LIGNE-JOURNAL WITH POINTER WS-PTR-JOURNAL
           END-STRING.
           MOVE WS-LIGNE-JOURNAL TO FD-LIGNE-JOURNAL.
           PERFORM CHAINER-LIGNE-JOURNAL.
           WRITE FD-LIGNE-JOURNAL.

       RECUEILLIR-NOMBRE.
           DISPLAY 'Veuillez entrer un entier naturel: '.
           ACCEPT N.
                       AND FUNCTION TEST-NUMVAL(FD-CAND-NUMERO) = 0
                       MOVE FUNCTION NUMVAL(FD-CAND-NUMERO) TO N
                       PERFORM TRAITEMENT-PRINCIPAL
                       IF WS-EST-COMPOSE AND NOT WS-N-EST-INVALIDE
                           PERFORM CHERCHER-SUGGESTION
                       END-IF
                       PERFORM AFFICHAGE
                       PERFORM ECRIRE-RESULTAT
                       PERFORM ECRIRE-INTERFACE
                       PERFORM JOURNALISATION
                       IF WS-SUGGESTION > ZERO
                           PERFORM PROPOSER-SUGGESTION
                       END-IF
                       PERFORM MAJ-STATISTIQUES
                   ELSE
                       IF WS-STATUT-CANDIDAT NOT = '00'
               END-IF
           END-IF.

      *    Un compose qui recoit une suggestion porte
      *    SUGGESTION=nnnnnnnnn juste apres le departement (positions
      *    28 a 47), avant le message : la ventilation par
      *    departement et l'equilibrage s'y reperent.
       ECRIRE-RESULTAT.
           MOVE SPACES TO WS-LIGNE-RESULTAT
           MOVE 1 TO WS-PTR-RESULTAT
           STRING 'DEMANDE=' DELIMITED BY SIZE
               WS-ID-DEMANDE DELIMITED BY SIZE
               ' DEPT=' DELIMITED BY SIZE
               WS-DEPARTEMENT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               INTO WS-LIGNE-RESULTAT WITH POINTER WS-PTR-RESULTAT
           END-STRING
           IF WS-SUGGESTION > ZERO
               STRING 'SUGGESTION=' DELIMITED BY SIZE
                   WS-SUGGESTION DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   INTO WS-LIGNE-RESULTAT WITH POINTER WS-PTR-RESULTAT
               END-STRING
           END-IF
           STRING WS-MESSAGE DELIMITED BY SIZE
               INTO WS-LIGNE-RESULTAT WITH POINTER WS-PTR-RESULTAT
           END-STRING
           MOVE WS-LIGNE-RESULTAT TO FD-LIGNE-RESULTAT
           WRITE FD-LIGNE-RESULTAT.
           ELSE
               MOVE SPACES TO WS-IF-FACTEURS
           END-IF
           IF WS-IF-VERDICT = 'P'
               MOVE WS-GRADE TO WS-IF-GRADE
               MOVE WS-NB-BITS TO WS-IF-BITS
           END-IF
           IF WS-SUGGESTION > ZERO
               MOVE 'S' TO WS-IF-SUGGESTION
           END-IF
      *    Principe des quatre yeux : les verdicts premiers ne vont
      *    pas directement vers l'interface d'approbation mais en
      *    attente de seconde verification ; seule l'etape de
           IF WS-IF-VERDICT = 'P'
               MOVE WS-INTERFACE-ENREG TO WS-VRF-INTERFACE
               MOVE WS-OPERATEUR-ID TO WS-VRF-OPERATEUR
               MOVE WS-GRADE TO WS-VRF-GRADE
               MOVE WS-NB-BITS TO WS-VRF-BITS
               MOVE SPACE TO WS-VRF-SUGGESTION
               MOVE WS-VERIF-ENREG TO FD-LIGNE-VERIF
               WRITE FD-LIGNE-VERIF
               MOVE 'ATTCTRL' TO WS-SUIVI-ETAPE
               MOVE WS-INTERFACE-ENREG TO FD-LIGNE-INTERFACE
               WRITE FD-LIGNE-INTERFACE
               PERFORM ECRIRE-ATTENTE
               IF WS-SUGGESTION > ZERO
                   MOVE 'SUGGERE' TO WS-SUIVI-ETAPE
               ELSE
                   MOVE 'LIBERE' TO WS-SUIVI-ETAPE
               END-IF
           END-IF.
           PERFORM MAJ-SUIVI.

      *    Recherche du premier de remplacement d'un compose : on
      *    remonte a partir du candidat jusqu'au premier nombre
      *    premier non encore emis. La suggestion est classee comme
      *    tout premier, N et le classement du compose etant
      *    restitues ensuite.
       CHERCHER-SUGGESTION.
           MOVE 'N' TO WS-SUG-TROUVE.
           MOVE N TO WS-SUG-CANDIDAT.
           PERFORM DEMARRER-CHRONO-DIVISION.
           PERFORM UNTIL WS-SUG-EST-TROUVE
                   OR WS-SUG-CANDIDAT >= WS-SUG-LIMITE
               ADD 1 TO WS-SUG-CANDIDAT
               PERFORM TESTER-CANDIDAT-SUGGERE
               IF WS-SUG-EST-PREMIER
                   PERFORM CONSULTER-REGISTRE-SUGGESTION
               END-IF
           END-PERFORM.
           PERFORM ARRETER-CHRONO-DIVISION.
           IF WS-SUG-EST-TROUVE
               MOVE WS-SUG-CANDIDAT TO WS-SUGGESTION
               MOVE N TO WS-SUG-N-ORIGINE
               MOVE WS-SUGGESTION TO N
               PERFORM GRADER-PREMIER
               MOVE WS-GRADE TO WS-SUG-GRADE
               MOVE WS-GRADE-TXT TO WS-SUG-GRADE-TXT
               MOVE WS-NB-BITS TO WS-SUG-BITS
               MOVE WS-SUG-N-ORIGINE TO N
               MOVE SPACE TO WS-GRADE
               MOVE SPACES TO WS-GRADE-TXT
               MOVE ZERO TO WS-NB-BITS
           ELSE
               ADD 1 TO WS-TOTAL-SANS-SUGGESTION
           END-IF.

       TESTER-CANDIDAT-SUGGERE.
           MOVE 'O' TO WS-SUG-PREMIER.
           IF WS-TABLE-DIV-EST-CHARGEE
               MOVE 1 TO WS-IDX-DIV
               PERFORM UNTIL WS-IDX-DIV > WS-NB-DIVISEURS
                       OR NOT WS-SUG-EST-PREMIER
                       OR WS-DIVISEUR-PREMIER(WS-IDX-DIV)
                          * WS-DIVISEUR-PREMIER(WS-IDX-DIV)
                          > WS-SUG-CANDIDAT
                   DIVIDE WS-SUG-CANDIDAT
                       BY WS-DIVISEUR-PREMIER(WS-IDX-DIV)
                       GIVING WS-SUG-QUOTIENT REMAINDER WS-SUG-RESTE
                   IF WS-SUG-RESTE = 0
                       MOVE 'N' TO WS-SUG-PREMIER
                   END-IF
                   ADD 1 TO WS-IDX-DIV
               END-PERFORM
           ELSE
               MOVE 2 TO WS-SUG-DIVISEUR
               PERFORM UNTIL WS-SUG-DIVISEUR * WS-SUG-DIVISEUR
                       > WS-SUG-CANDIDAT OR NOT WS-SUG-EST-PREMIER
                   DIVIDE WS-SUG-CANDIDAT BY WS-SUG-DIVISEUR
                       GIVING WS-SUG-QUOTIENT REMAINDER WS-SUG-RESTE
                   IF WS-SUG-RESTE = 0
                       MOVE 'N' TO WS-SUG-PREMIER
                   END-IF
                   ADD 1 TO WS-SUG-DIVISEUR
               END-PERFORM
           END-IF.

       CONSULTER-REGISTRE-SUGGESTION.
           MOVE 'O' TO WS-SUG-TROUVE.
           IF WS-REGISTRE-EST-ACTIF
               MOVE WS-SUG-CANDIDAT TO FD-REG-NUMERO
               READ REGISTRE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-SUG-TROUVE
               END-READ
           END-IF.

      *    La suggestion est un verdict premier : elle part en
      *    attente de seconde verification (positions 137 a 140 :
      *    classement, bits et marque 'S') sous la demande et le
      *    departement d'origine, et ne sera remise au departement
      *    que par l'etape de controle. Elle est journalisee a part
      *    (VERDICT=SUGGERE, avec le compose qu'elle remplace).
       PROPOSER-SUGGESTION.
           MOVE SPACES TO WS-INTERFACE-ENREG.
           MOVE WS-SUGGESTION TO WS-IF-NUMERO.
           MOVE WS-ID-DEMANDE TO WS-IF-ID-DEMANDE.
           MOVE WS-DEPARTEMENT TO WS-IF-DEPARTEMENT.
           MOVE 'P' TO WS-IF-VERDICT.
           MOVE WS-SUG-GRADE TO WS-IF-GRADE.
           MOVE WS-SUG-BITS TO WS-IF-BITS.
           MOVE WS-INTERFACE-ENREG TO WS-VRF-INTERFACE.
           MOVE WS-OPERATEUR-ID TO WS-VRF-OPERATEUR.
           MOVE WS-SUG-GRADE TO WS-VRF-GRADE.
           MOVE WS-SUG-BITS TO WS-VRF-BITS.
           MOVE 'S' TO WS-VRF-SUGGESTION.
           MOVE WS-VERIF-ENREG TO FD-LIGNE-VERIF.
           WRITE FD-LIGNE-VERIF.
           ADD 1 TO WS-TOTAL-SUGGESTION.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE SPACES TO WS-LIGNE-JOURNAL.
           MOVE WS-SUGGESTION TO WS-SUG-EDIT.
           MOVE N TO WS-N-EDIT.
           STRING WS-DATE-JOUR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-HEURE-JOUR DELIMITED BY SIZE
               ' OPERATEUR=' DELIMITED BY SIZE
               WS-OPERATEUR-ID DELIMITED BY SIZE
               ' AUTORITE=' DELIMITED BY SIZE
               WS-OPER-AUTORITE DELIMITED BY SIZE
               ' NOMBRE=' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SUG-EDIT) DELIMITED BY SIZE
               ' VERDICT=SUGGERE DEMANDE=' DELIMITED BY SIZE
               WS-ID-DEMANDE DELIMITED BY SIZE
               ' DEPT=' DELIMITED BY SIZE
               WS-DEPARTEMENT DELIMITED BY SIZE
               ' REMPLACE=' DELIMITED BY SIZE
               FUNCTION TRIM(WS-N-EDIT) DELIMITED BY SIZE
               ' GRADE=' DELIMITED BY SIZE
               WS-SUG-GRADE-TXT DELIMITED BY SPACE
               ' BITS=' DELIMITED BY SIZE
               WS-SUG-BITS DELIMITED BY SIZE
               INTO WS-LIGNE-JOURNAL
           END-STRING.
           MOVE WS-LIGNE-JOURNAL TO FD-LIGNE-JOURNAL.
           PERFORM CHAINER-LIGNE-JOURNAL.
           WRITE FD-LIGNE-JOURNAL.

      *    Chaque envoi vers l'interface est inscrit dans le fichier
      *    des envois en attente d'accuse de reception ; le job de
      *    traitement des accuses retire les numeros acquittes et

       TRAITEMENT-PRINCIPAL.
           MOVE SPACES TO WS-FACTEURS-TXT.
           MOVE ZERO TO WS-SUGGESTION.
           MOVE ZERO TO WS-PLUS-PETIT-FACTEUR.
           MOVE 'N' TO WS-N-INVALIDE.
           MOVE SPACE TO WS-GRADE.
           MOVE ZERO TO WS-NB-BITS.
           IF N < 2
               MOVE 'O' TO WS-N-INVALIDE
               MOVE 'N' TO WS-PREMIER-FLAG
           ELSE
               PERFORM CONSULTER-CACHE
               IF NOT WS-CACHE-EST-TROUVE
                   PERFORM DEMARRER-CHRONO-DIVISION
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
      *            En mode plage, les composes ne sont ni decomposes
      *            ni mis en cache : seuls les premiers trouves ont
      *            une valeur, et le cache ne doit pas etre gonfle
                   IF WS-EST-COMPOSE AND NOT WS-MODE-PLAGE
                       PERFORM DECOMPOSITION-FACTEURS
                   END-IF
                   PERFORM ARRETER-CHRONO-DIVISION
                   IF WS-EST-PREMIER
                       PERFORM GRADER-PREMIER
                   END-IF
                   IF NOT (WS-MODE-PLAGE AND WS-EST-COMPOSE)
                       PERFORM ENREGISTRER-CACHE
                   END-IF
               END-IF
           END-IF.

      *    Divisions d'essai par les seuls premiers de la table : la
      *    table couvre tous les premiers jusqu'a la racine du plus
      *    grand candidat, donc l'epuiser sans diviseur prouve que N
      *    est premier.
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

      *    Le chronometre prend l'heure au centieme ; le passage de
      *    minuit en cours de mesure est rattrape comme pour la
      *    duree du run.
       DEMARRER-CHRONO-DIVISION.
           ACCEPT WS-HEURE-CHRONO FROM TIME.
           MOVE WS-HEURE-CHRONO TO WS-CHRONO-DECOUPE.
           COMPUTE WS-CHRONO-DEBUT = ((WS-CH-HEURES * 60
               + WS-CH-MINUTES) * 60 + WS-CH-SECONDES) * 100
               + WS-CH-CENTIEMES.

       ARRETER-CHRONO-DIVISION.
           ACCEPT WS-HEURE-CHRONO FROM TIME.
           MOVE WS-HEURE-CHRONO TO WS-CHRONO-DECOUPE.
           COMPUTE WS-CHRONO-FIN = ((WS-CH-HEURES * 60
               + WS-CH-MINUTES) * 60 + WS-CH-SECONDES) * 100
               + WS-CH-CENTIEMES.
           IF WS-CHRONO-FIN < WS-CHRONO-DEBUT
               ADD 8640000 TO WS-CHRONO-FIN
           END-IF.
           COMPUTE WS-DUREE-DIVISION-CS = WS-DUREE-DIVISION-CS
               + WS-CHRONO-FIN - WS-CHRONO-DEBUT.

      *    Toute consultation reussie rafraichit la date de derniere
      *    reference de l'entree : le programme de maintenance du
      *    cache s'appuie dessus pour purger les entrees inutilisees.
                   MOVE FD-CACHE-VERDICT TO WS-PREMIER-FLAG
                   MOVE FD-CACHE-FACTEURS TO WS-FACTEURS-TXT
                   MOVE FD-CACHE-FACT-MIN TO WS-PLUS-PETIT-FACTEUR
                   PERFORM RECUPERER-GRADE-CACHE
                   ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
                   MOVE WS-DATE-JOUR TO FD-CACHE-DATE-REF
                   MOVE WS-OPERATEUR-ID TO FD-CACHE-OPERATEUR
           MOVE WS-DATE-JOUR TO FD-CACHE-DATE-REF.
           MOVE WS-OPERATEUR-ID TO FD-CACHE-OPERATEUR.
           MOVE WS-FACTEURS-TXT TO FD-CACHE-FACTEURS.
           MOVE WS-GRADE TO FD-CACHE-GRADE.
           MOVE WS-NB-BITS TO FD-CACHE-BITS.
           WRITE FD-LIGNE-CACHE
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *    Les entrees premieres anterieures au classement (grade a
      *    blanc apres conversion du cache) sont classees a la
      *    premiere consultation et completees par la reecriture de
      *    l'entree qui suit.
       RECUPERER-GRADE-CACHE.
           IF WS-EST-PREMIER
               IF FD-CACHE-GRADE = SPACE
                   PERFORM GRADER-PREMIER
                   MOVE WS-GRADE TO FD-CACHE-GRADE
                   MOVE WS-NB-BITS TO FD-CACHE-BITS
               ELSE
                   MOVE FD-CACHE-GRADE TO WS-GRADE
                   MOVE FD-CACHE-BITS TO WS-NB-BITS
                   PERFORM LIBELLER-GRADE
               END-IF
           END-IF.

      *    Classement d'un nombre premier N (voir WS-GRADE) : plus
      *    grand facteur premier de N-1 et de N+1, puis longueur de
      *    N en bits (nombre de divisions par 2 jusqu'a zero).
       GRADER-PREMIER.
           COMPUTE WS-GRD-VALEUR = N - 1.
           PERFORM RECHERCHER-PLUS-GRAND-FACTEUR.
           MOVE WS-GRD-MAX-FACTEUR TO WS-GRD-MAX-MOINS.
           COMPUTE WS-GRD-VALEUR = N + 1.
           PERFORM RECHERCHER-PLUS-GRAND-FACTEUR.
           MOVE WS-GRD-MAX-FACTEUR TO WS-GRD-MAX-PLUS.
           IF WS-GRD-MAX-MOINS <= WS-SEUIL-LISSE
               MOVE 'V' TO WS-GRADE
           ELSE
               IF WS-GRD-MAX-MOINS * 2 = N - 1
                   MOVE 'S' TO WS-GRADE
               ELSE
                   IF WS-GRD-MAX-MOINS * WS-GRD-MAX-MOINS > N
                       AND WS-GRD-MAX-PLUS * WS-GRD-MAX-PLUS > N
                       MOVE 'F' TO WS-GRADE
                   ELSE
                       MOVE 'O' TO WS-GRADE
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO WS-NB-BITS.
           MOVE N TO WS-GRD-VALEUR.
           PERFORM UNTIL WS-GRD-VALEUR = 0
               DIVIDE WS-GRD-VALEUR BY 2 GIVING WS-GRD-VALEUR
               ADD 1 TO WS-NB-BITS
           END-PERFORM.
           PERFORM LIBELLER-GRADE.

      *    Plus grand facteur premier de WS-GRD-VALEUR (1 si la
      *    valeur vaut 1) : chaque facteur trouve est retire de la
      *    valeur, le reste superieur a 1 en fin de boucle est
      *    lui-meme premier et le plus grand.
       RECHERCHER-PLUS-GRAND-FACTEUR.
           MOVE 1 TO WS-GRD-MAX-FACTEUR.
           MOVE 2 TO WS-GRD-DIVISEUR.
           PERFORM UNTIL WS-GRD-DIVISEUR * WS-GRD-DIVISEUR
                   > WS-GRD-VALEUR
               DIVIDE WS-GRD-VALEUR BY WS-GRD-DIVISEUR
                   GIVING WS-GRD-QUOTIENT REMAINDER WS-GRD-RESTE
               IF WS-GRD-RESTE = 0
                   MOVE WS-GRD-DIVISEUR TO WS-GRD-MAX-FACTEUR
                   MOVE WS-GRD-QUOTIENT TO WS-GRD-VALEUR
               ELSE
                   ADD 1 TO WS-GRD-DIVISEUR
               END-IF
           END-PERFORM.
           IF WS-GRD-VALEUR > 1
               MOVE WS-GRD-VALEUR TO WS-GRD-MAX-FACTEUR
           END-IF.

       LIBELLER-GRADE.
           EVALUATE TRUE
               WHEN WS-GRADE-SUR
                   MOVE 'SUR' TO WS-GRADE-TXT
               WHEN WS-GRADE-FORT
                   MOVE 'FORT' TO WS-GRADE-TXT
               WHEN WS-GRADE-ORDINAIRE
                   MOVE 'ORDINAIRE' TO WS-GRADE-TXT
               WHEN WS-GRADE-VULNERABLE
                   MOVE 'VULNERABLE' TO WS-GRADE-TXT
               WHEN OTHER
                   MOVE SPACES TO WS-GRADE-TXT
           END-EVALUATE.

      *    Avec la table, seuls les premiers sont essayes ; le reste
      *    superieur a 1 apres epuisement est premier dans les deux
      *    cas.
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

       AFFICHAGE.
           MOVE SPACES TO WS-MESSAGE.
           MOVE N TO WS-N-EDIT.
                   INTO WS-MESSAGE
           ELSE
               IF WS-EST-PREMIER
                   MOVE WS-NB-BITS TO WS-BITS-EDIT
                   STRING FUNCTION TRIM(WS-N-EDIT) DELIMITED BY SIZE
                       ' : C''est un nombre premier !'
                       DELIMITED BY SIZE
                       ' - Grade: ' DELIMITED BY SIZE
                       WS-GRADE-TXT DELIMITED BY SPACE
                       ' (' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-BITS-EDIT) DELIMITED BY SIZE
                       ' bits)' DELIMITED BY SIZE
                       INTO WS-MESSAGE
               ELSE
                   STRING FUNCTION TRIM(WS-N-EDIT) DELIMITED BY SIZE
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE SPACES TO WS-LIGNE-JOURNAL.
           MOVE N TO WS-N-EDIT.
           MOVE 1 TO WS-PTR-JOURNAL.
           STRING WS-DATE-JOUR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-HEURE-JOUR DELIMITED BY SIZE
               WS-ID-DEMANDE DELIMITED BY SIZE
               ' DEPT=' DELIMITED BY SIZE
               WS-DEPARTEMENT DELIMITED BY SIZE
               INTO WS-LIGNE-JOURNAL WITH POINTER WS-PTR-JOURNAL
           END-STRING.
           IF WS-EST-PREMIER AND NOT WS-N-EST-INVALIDE
               STRING ' GRADE=' DELIMITED BY SIZE
                   WS-GRADE-TXT DELIMITED BY SPACE
                   ' BITS=' DELIMITED BY SIZE
                   WS-NB-BITS DELIMITED BY SIZE
                   INTO WS-LIGNE-JOURNAL WITH POINTER WS-PTR-JOURNAL
               END-STRING
           END-IF.
           IF WS-SUGGESTION > ZERO
               MOVE WS-SUGGESTION TO WS-SUG-EDIT
               STRING ' SUGGESTION=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SUG-EDIT) DELIMITED BY SIZE
                   INTO WS-LIGNE-JOURNAL WITH POINTER WS-PTR-JOURNAL
               END-STRING
           END-IF.
           MOVE WS-LIGNE-JOURNAL TO FD-LIGNE-JOURNAL.
           PERFORM CHAINER-LIGNE-JOURNAL.
           WRITE FD-LIGNE-JOURNAL.

       MAJ-STATISTIQUES.
               INTO WS-LIGNE-RAPPORT.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           IF WS-MODE-LOT
               MOVE SPACES TO WS-LIGNE-RAPPORT
               MOVE WS-TOTAL-SUGGESTION TO WS-EDIT-COMPTEUR
               STRING 'Premiers suggeres en remplacement: '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT
               WRITE FD-LIGNE-RAPPORT
               IF WS-TOTAL-SANS-SUGGESTION > 0
                   MOVE SPACES TO WS-LIGNE-RAPPORT
                   MOVE WS-TOTAL-SANS-SUGGESTION TO WS-EDIT-COMPTEUR
                   STRING 'Composes sans suggestion possible: '
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-COMPTEUR)
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-RAPPORT
                   END-STRING
                   MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT
                   WRITE FD-LIGNE-RAPPORT
               END-IF
               IF WS-REPRISE-EST-EFFECTUEE
                   MOVE '  (suggestions comptees depuis la reprise)'
                       TO FD-LIGNE-RAPPORT
                   WRITE FD-LIGNE-RAPPORT
               END-IF
           END-IF.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
           COMPUTE WS-DUREE-DIVISION-SEC = WS-DUREE-DIVISION-CS / 100.
           MOVE WS-DUREE-DIVISION-SEC TO WS-EDIT-DUREE-DIV.
           IF WS-TABLE-DIV-EST-CHARGEE
               STRING 'Duree des divisions d''essai: '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-DUREE-DIV) DELIMITED BY SIZE
                   ' s (table des diviseurs premiers)'
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               END-STRING
           ELSE
               STRING 'Duree des divisions d''essai: '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-DUREE-DIV) DELIMITED BY SIZE
                   ' s (pas a pas - table DIVPREM absente)'
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               END-STRING
           END-IF.
           MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
           MOVE 'Repartition des composes par plus petit facteur:'
               TO FD-LIGNE-RAPPORT.
           WRITE FD-LIGNE-RAPPORT.
               ELSE
                   MOVE SPACE TO WS-HIS-ETAT
               END-IF
               IF WS-TABLE-DIV-EST-CHARGEE
                   MOVE 'T' TO WS-HIS-METHODE
               ELSE
                   MOVE '1' TO WS-HIS-METHODE
               END-IF
      *        Part en % : (centiemes / 100) / duree * 100 ; bornee
      *        a 99 (la duree du run est a la seconde pres).
               MOVE ZERO TO WS-PART-DIVISION
               IF WS-DUREE-SEC > 0
                   COMPUTE WS-PART-DIVISION =
                       WS-DUREE-DIVISION-CS / WS-DUREE-SEC
               END-IF
               IF WS-PART-DIVISION > 99
                   MOVE 99 TO WS-HIS-PART-DIVISION
               ELSE
                   MOVE WS-PART-DIVISION TO WS-HIS-PART-DIVISION
               END-IF
               MOVE WS-HISTO-ENREG TO FD-LIGNE-HISTO
               WRITE FD-LIGNE-HISTO
               CLOSE HISTO-FILE
           IF WS-SUIVI-EST-ACTIF
               CLOSE SUIVI-FILE
           END-IF.
           IF WS-REGISTRE-EST-ACTIF
               CLOSE REGISTRE-FILE
           END-IF.

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
