      *    permanent des desaccords, consomme par le programme
      *    d'adjudication (un operateur senior y enregistre le
      *    verdict definitif) ; le rapport d'exception n'est que la
      *    trace imprimee. Le classement des premiers (sur, fort,
      *    ordinaire, vulnerable) et leur longueur en bits sont
      *    rederives ici par un calcul propre au controle : un
      *    classement different de celui du screening est un
      *    desaccord au meme titre qu'un verdict different.
      *    Chaque premier libere est inscrit au registre permanent
      *    des premiers emis (cle = le nombre : demande, departement,
      *    date, operateur de controle) : un premier deja inscrit
      *    n'est jamais libere une seconde fois, la tentative est
      *    bloquee, inscrite au fichier des tentatives bloquees,
      *    tracee dans le journal d'audit et signalee dans le
      *    rapport d'exception. Sans registre accessible, aucune
      *    liberation n'a lieu.
      *    Les premiers proposes par le screening en remplacement
      *    d'un candidat compose (marque 'S' en fin d'attente) sont
      *    controles comme les autres ; liberes, ils portent la
      *    marque 'S' sur l'interface et la demande passe a l'etape
      *    SUGLIBERE, la marque suit aussi un desaccord.
      *    Chaque ligne ecrite au journal d'audit est chainee a la
      *    precedente (CHAINE=rang-valeur en colonnes 175 a 200)
      *    pour que toute ligne modifiee ou supprimee se voie au
      *    controle du chainage (VERICHAI).
      *    Annulations : chaque enregistrement en attente est cherche
      *    au fichier des annulations (transaction d'annulation en
      *    ligne) par son numero de demande. Une demande annulee
      *    n'est ni controlee ni liberee : elle est ecartee, signalee
      *    au rapport d'exception, tracee au journal d'audit avec
      *    l'operateur de controle et l'operateur demandeur, passee a
      *    l'etape ANNULE au suivi et l'annulation est marquee
      *    appliquee. Une ligne d'equilibrage ANNULE porte le nombre
      *    d'enregistrements ecartes. Sans fichier des annulations,
      *    le controle continue sans ce filtre (le job NBRANNU
      *    retirera apres coup ce qui aurait ete libere).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-REPRISE.

           SELECT REGISTRE-FILE ASSIGN TO REGISTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-REG-NUMERO
               FILE STATUS IS WS-STATUT-REGISTRE.

           SELECT ANNULATION-FILE ASSIGN TO ANNULFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-ANN-ID-DEMANDE
               FILE STATUS IS WS-STATUT-ANNULATION.

           SELECT BLOCAGE-FILE ASSIGN TO BLOQREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BLOCAGE.

      *--------------
       DATA DIVISION.
      *--------------
           05  FD-VER-FACTEURS    PIC X(100).
           05  FILLER             PIC X.
           05  FD-VER-OPER-SCREEN PIC X(8).
           05  FILLER             PIC X.
           05  FD-VER-GRADE       PIC X.
           05  FD-VER-BITS        PIC X(2).
           05  FD-VER-SUGGESTION  PIC X.
               88  FD-VER-EST-SUGGESTION VALUE 'S'.

       FD  INTERFACE-FILE.
       01  FD-LIGNE-INTERFACE PIC X(140).
       FD  REPRISE-FILE.
       01  FD-LIGNE-REPRISE   PIC X(140).

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

       FD  BLOCAGE-FILE.
       01  FD-LIGNE-BLOCAGE   PIC X(82).

       FD  ANNULATION-FILE.
       01  FD-LIGNE-ANNULATION.
           05  FD-ANN-ID-DEMANDE  PIC X(8).
           05  FILLER             PIC X.
           05  FD-ANN-DEPARTEMENT PIC X(4).
           05  FILLER             PIC X.
           05  FD-ANN-DATE-DEMANDE PIC 9(8).
           05  FILLER             PIC X.
           05  FD-ANN-HEURE-DEMANDE PIC 9(8).
           05  FILLER             PIC X.
           05  FD-ANN-OPERATEUR   PIC X(8).
           05  FILLER             PIC X.
           05  FD-ANN-ETAPE-DEMANDE PIC X(10).
           05  FILLER             PIC X.
           05  FD-ANN-STATUT      PIC X.
               88  FD-ANN-EST-DEMANDEE VALUE 'D'.
           05  FILLER             PIC X.
           05  FD-ANN-DATE-TRAITEMENT PIC 9(8).
           05  FILLER             PIC X.
           05  FD-ANN-TRAITE-PAR  PIC X(8).
           05  FILLER             PIC X.
           05  FD-ANN-AUDITE      PIC X.

       WORKING-STORAGE SECTION.
       01  WS-STATUT-VERIF    PIC X(2) VALUE SPACES.
       01  WS-STATUT-INTERFACE PIC X(2) VALUE SPACES.
       01  WS-NB-DESACCORDS   PIC 9(9) VALUE ZERO.
       01  WS-NB-INATTENDUS   PIC 9(9) VALUE ZERO.
       01  WS-NB-AUTOCONTROLES PIC 9(9) VALUE ZERO.
       01  WS-NB-DESACC-GRADE PIC 9(9) VALUE ZERO.
       01  WS-STATUT-REPRISE  PIC X(2) VALUE SPACES.

       01  WS-DATE-JOUR       PIC 9(8) VALUE ZERO.
       01  WS-DATE-DEBUT      PIC 9(8) VALUE ZERO.
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
       01  WS-LIGNE-EXCEPTION PIC X(100) VALUE SPACES.
       01  WS-N-EDIT          PIC Z(8)9.
       01  WS-EDIT-COMPTEUR   PIC Z(8)9.
           05  WS-DES-CONTROLE    PIC X.
           05  FILLER             PIC X VALUE SPACE.
           05  WS-DES-DATE        PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-DES-GRADE-SCREEN PIC X.
           05  WS-DES-GRADE-CTRL  PIC X.
           05  WS-DES-SUGGESTION  PIC X.

      *    Classement rederive par le controle (memes codes qu'au
      *    screening : S sur, F fort, O ordinaire, V vulnerable).
       01  WS-CTL-GRADE       PIC X VALUE SPACE.
           88  WS-CTL-GRADE-SUR        VALUE 'S'.
           88  WS-CTL-GRADE-FORT       VALUE 'F'.
           88  WS-CTL-GRADE-ORDINAIRE  VALUE 'O'.
           88  WS-CTL-GRADE-VULNERABLE VALUE 'V'.
       01  WS-CTL-GRADE-TXT   PIC X(10) VALUE SPACES.
       01  WS-CTL-BITS        PIC 9(2) VALUE ZERO.
       01  WS-CTL-BITS-TXT    PIC X(2) VALUE SPACES.
       01  WS-CTL-SEUIL-LISSE PIC 9(9) VALUE 1000.
       01  WS-CTL-RESIDU      PIC 9(10) VALUE ZERO.
       01  WS-CTL-DIVISEUR    PIC 9(10) VALUE ZERO.
       01  WS-CTL-QUOTIENT    PIC 9(10) VALUE ZERO.
       01  WS-CTL-RESTE       PIC 9(10) VALUE ZERO.
       01  WS-CTL-GRAND       PIC 9(10) VALUE ZERO.
       01  WS-CTL-GRAND-MOINS PIC 9(10) VALUE ZERO.
       01  WS-CTL-GRAND-PLUS  PIC 9(10) VALUE ZERO.
       01  WS-CTL-MOITIE      PIC 9(10) VALUE ZERO.
       01  WS-CTL-PUISSANCE   PIC 9(10) VALUE ZERO.
       01  WS-CTL-MOITIE-PREM PIC X VALUE 'N'.
           88  WS-CTL-MOITIE-EST-PREMIERE VALUE 'O'.
       01  WS-GRADE-CONCORDE  PIC X VALUE 'N'.
           88  WS-GRADE-EST-CONCORDANT VALUE 'O'.
       01  WS-PTR-JOURNAL     PIC 9(4) VALUE ZERO.
       01  WS-PTR-EXCEPTION   PIC 9(4) VALUE ZERO.

      *    Enregistrement libere vers l'interface : partie interface
      *    de l'attente, puis classement et bits du controle, puis
      *    la marque de premier de remplacement.
       01  WS-LIBERE-ENREG.
           05  WS-LIB-INTERFACE   PIC X(126).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-LIB-GRADE       PIC X.
           05  WS-LIB-BITS        PIC 9(2).
           05  WS-LIB-SUGGESTION  PIC X.

      *    Registre des premiers emis et tentatives bloquees.
       01  WS-STATUT-REGISTRE PIC X(2) VALUE SPACES.
       01  WS-STATUT-BLOCAGE  PIC X(2) VALUE SPACES.
       01  WS-REGISTRE-ACTIF  PIC X VALUE 'N'.
           88  WS-REGISTRE-EST-ACTIF VALUE 'O'.
       01  WS-REG-INSCRIT     PIC X VALUE 'N'.
           88  WS-REG-EST-INSCRIT VALUE 'O'.
       01  WS-NB-INSCRITS     PIC 9(9) VALUE ZERO.
       01  WS-NB-BLOQUES      PIC 9(9) VALUE ZERO.
       01  WS-BLOCAGE-ENREG.
           05  WS-BLQ-DATE        PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-BLQ-HEURE       PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-BLQ-ORIGINE     PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-BLQ-OPERATEUR   PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-BLQ-NUMERO      PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-BLQ-ID-DEMANDE  PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-BLQ-DEPARTEMENT PIC X(4).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-BLQ-EMIS-ID     PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-BLQ-EMIS-DEPT   PIC X(4).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-BLQ-EMIS-DATE   PIC X(8).

      *    Annulations en ligne : demandes ecartees avant controle.
       01  WS-STATUT-ANNULATION PIC X(2) VALUE SPACES.
       01  WS-ANNULATION-ACTIF PIC X VALUE 'N'.
           88  WS-ANNULATION-EST-ACTIF VALUE 'O'.
       01  WS-DEMANDE-ANNULEE PIC X VALUE 'N'.
           88  WS-EST-DEMANDE-ANNULEE VALUE 'O'.
       01  WS-NB-ANNULES      PIC 9(9) VALUE ZERO.

       01  WS-STATUT-EQUILIBRE PIC X(2) VALUE SPACES.
       01  WS-EQUILIBRE-ENREG.
           ACCEPT WS-DATE-DEBUT FROM DATE YYYYMMDD.
           DISPLAY 'Identifiant operateur de controle: '.
           ACCEPT WS-OPERATEUR-ID.
           PERFORM REPRENDRE-CHAINE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-STATUT-JOURNAL = '35'
               OPEN OUTPUT JOURNAL-FILE
           IF NOT WS-OPER-EST-AUTORISE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OUVRIR-REGISTRE
               IF NOT WS-REGISTRE-EST-ACTIF
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM OUVRIR-SUIVI
                   PERFORM OUVRIR-ANNULATIONS
                   PERFORM VERIFIER-ATTENTE
                   IF WS-ANNULATION-EST-ACTIF
                       CLOSE ANNULATION-FILE
                   END-IF
                   IF WS-SUIVI-EST-ACTIF
                       CLOSE SUIVI-FILE
                   END-IF
                   CLOSE REGISTRE-FILE
               END-IF
           END-IF.
           CLOSE JOURNAL-FILE.
           STOP RUN.

      *    Contrairement au suivi, le registre des premiers emis est
      *    un prealable : sans lui rien ne garantit qu'un premier
      *    n'est pas remis une seconde fois. Registre inaccessible =
      *    aucune liberation, RC=8 (ATTVERIF reste en place pour la
      *    relance).
       OUVRIR-REGISTRE.
           OPEN I-O REGISTRE-FILE.
           IF WS-STATUT-REGISTRE = '35'
               OPEN OUTPUT REGISTRE-FILE
               CLOSE REGISTRE-FILE
               OPEN I-O REGISTRE-FILE
           END-IF.
           IF WS-STATUT-REGISTRE = '00'
               MOVE 'O' TO WS-REGISTRE-ACTIF
           ELSE
               DISPLAY 'Registre des premiers emis inaccessible - '
                   'statut ' WS-STATUT-REGISTRE
                   ' - aucune liberation.'
           END-IF.

      *    Meme convention qu'a l'edition et au screening : le suivi
      *    des demandes est un service d'information, le controle
      *    continue sans lui s'il est inaccessible.
                   ' - controle sans suivi.'
           END-IF.

      *    Fichier des annulations inaccessible : le controle
      *    continue sans ecarter les demandes annulees.
       OUVRIR-ANNULATIONS.
           OPEN I-O ANNULATION-FILE.
           IF WS-STATUT-ANNULATION = '00'
               MOVE 'O' TO WS-ANNULATION-ACTIF
           ELSE
               DISPLAY 'Fichier des annulations inaccessible - statut '
                   WS-STATUT-ANNULATION
                   ' - controle sans filtre des annulations.'
           END-IF.

       MAJ-SUIVI.
           IF WS-SUIVI-EST-ACTIF AND FD-VER-ID-DEMANDE NOT = SPACES
               ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
               INTO WS-LIGNE-JOURNAL
           END-STRING.
           MOVE WS-LIGNE-JOURNAL TO FD-LIGNE-JOURNAL.
           PERFORM CHAINER-LIGNE-JOURNAL.
           WRITE FD-LIGNE-JOURNAL.

       VERIFIER-ATTENTE.
               IF WS-STATUT-REPRISE = '35'
                   OPEN OUTPUT REPRISE-FILE
               END-IF
               OPEN EXTEND BLOCAGE-FILE
               IF WS-STATUT-BLOCAGE = '35'
                   OPEN OUTPUT BLOCAGE-FILE
               END-IF
               OPEN OUTPUT EXCEPTION-FILE
               PERFORM ECRIRE-ENTETE-EXCEPTION
           END-IF.
               CLOSE ATTENTE-FILE
               CLOSE DESACCORD-FILE
               CLOSE REPRISE-FILE
               CLOSE BLOCAGE-FILE
               CLOSE EXCEPTION-FILE
               PERFORM ECRIRE-EQUILIBRE
           END-IF.
      *    Compteurs d'equilibrage de la chaine, deposes uniquement
      *    quand le fichier d'attente a ete lu en entier ;
      *    rapproches en fin de job par le programme d'equilibrage.
      *    Une seconde ligne REGISTRE ventile les verdicts confirmes
      *    entre liberes (inscrits au registre) et bloques (premier
      *    deja emis). Une troisieme ligne ANNULE porte les
      *    enregistrements ecartes pour demande annulee, a ajouter
      *    aux compteurs de la ligne DEUXCTRL pour retrouver les lus.
       ECRIRE-EQUILIBRE.
           OPEN EXTEND EQUILIBRE-FILE.
           IF WS-STATUT-EQUILIBRE = '35'
               MOVE WS-DATE-DEBUT TO WS-EQU-DATE-DEBUT
               MOVE WS-EQUILIBRE-ENREG TO FD-LIGNE-EQUILIBRE
               WRITE FD-LIGNE-EQUILIBRE
               MOVE 'REGISTRE' TO WS-EQU-ETAPE
               MOVE WS-NB-INSCRITS TO WS-EQU-COMPTEUR-1
               MOVE WS-NB-BLOQUES TO WS-EQU-COMPTEUR-2
               MOVE ZERO TO WS-EQU-COMPTEUR-3
               MOVE ZERO TO WS-EQU-COMPTEUR-4
               MOVE ZERO TO WS-EQU-COMPTEUR-5
               MOVE WS-EQUILIBRE-ENREG TO FD-LIGNE-EQUILIBRE
               WRITE FD-LIGNE-EQUILIBRE
               MOVE 'ANNULE' TO WS-EQU-ETAPE
               MOVE WS-NB-ANNULES TO WS-EQU-COMPTEUR-1
               MOVE ZERO TO WS-EQU-COMPTEUR-2
               MOVE WS-EQUILIBRE-ENREG TO FD-LIGNE-EQUILIBRE
               WRITE FD-LIGNE-EQUILIBRE
               CLOSE EQUILIBRE-FILE
           END-IF.

               MOVE WS-LIGNE-EXCEPTION TO FD-LIGNE-EXCEPTION
               WRITE FD-LIGNE-EXCEPTION
           ELSE
               PERFORM CONSULTER-ANNULATIONS
               IF WS-EST-DEMANDE-ANNULEE
                   ADD 1 TO WS-NB-ANNULES
                   PERFORM ECARTER-ANNULATION
               ELSE
                   IF FD-VER-OPER-SCREEN NOT = SPACES
                       AND FD-VER-OPER-SCREEN = WS-OPERATEUR-ID
                       ADD 1 TO WS-NB-AUTOCONTROLES
                       PERFORM ECARTER-AUTOCONTROLE
                   ELSE
                       MOVE FUNCTION NUMVAL(FD-VER-NUMERO) TO WS-NUMERO
                       PERFORM CONTROLER-PRIMALITE
                       MOVE SPACE TO WS-CTL-GRADE
                       MOVE SPACES TO WS-CTL-GRADE-TXT
                       MOVE ZERO TO WS-CTL-BITS
                       MOVE 'N' TO WS-GRADE-CONCORDE
                       IF WS-CONTROLE-PREMIER
                           PERFORM DERIVER-GRADE
                       END-IF
                       PERFORM JOURNALISER-CONTROLE
                       IF WS-CONTROLE-PREMIER
                           AND WS-GRADE-EST-CONCORDANT
                           ADD 1 TO WS-NB-CONFIRMES
                           PERFORM INSCRIRE-REGISTRE
                           IF WS-REG-EST-INSCRIT
                               ADD 1 TO WS-NB-INSCRITS
                               PERFORM LIBERER-ENREG
                           ELSE
                               ADD 1 TO WS-NB-BLOQUES
                               PERFORM BLOQUER-LIBERATION
                           END-IF
                       ELSE
                           ADD 1 TO WS-NB-DESACCORDS
                           IF WS-CONTROLE-PREMIER
                               ADD 1 TO WS-NB-DESACC-GRADE
                           END-IF
                           PERFORM ECRIRE-DESACCORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Une annulation deja traitee (retrait emis, ou constatee
      *    sans objet) garde son statut ; seule une annulation en
      *    attente est marquee appliquee par le controle.
       CONSULTER-ANNULATIONS.
           MOVE 'N' TO WS-DEMANDE-ANNULEE.
           IF WS-ANNULATION-EST-ACTIF
               MOVE FD-VER-ID-DEMANDE TO FD-ANN-ID-DEMANDE
               READ ANNULATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO WS-DEMANDE-ANNULEE
               END-READ
           END-IF.

       ECARTER-ANNULATION.
           MOVE SPACES TO WS-LIGNE-EXCEPTION.
           STRING '  ANNULATION numero ' DELIMITED BY SIZE
               FD-VER-NUMERO DELIMITED BY SIZE
               ' demande ' DELIMITED BY SIZE
               FD-VER-ID-DEMANDE DELIMITED BY SIZE
               ' annulee par ' DELIMITED BY SIZE
               FD-ANN-OPERATEUR DELIMITED BY SIZE
               ' - ecarte, non libere' DELIMITED BY SIZE
               INTO WS-LIGNE-EXCEPTION
           END-STRING.
           MOVE WS-LIGNE-EXCEPTION TO FD-LIGNE-EXCEPTION.
           WRITE FD-LIGNE-EXCEPTION.
           PERFORM JOURNALISER-ANNULATION.
           MOVE 'ANNULE' TO WS-SUIVI-ETAPE.
           PERFORM MAJ-SUIVI.
           IF FD-ANN-EST-DEMANDEE
               MOVE 'A' TO FD-ANN-STATUT
               MOVE WS-DATE-JOUR TO FD-ANN-DATE-TRAITEMENT
               MOVE 'DEUXCTRL' TO FD-ANN-TRAITE-PAR
               REWRITE FD-LIGNE-ANNULATION
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

       JOURNALISER-ANNULATION.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE SPACES TO WS-LIGNE-JOURNAL.
           STRING WS-DATE-JOUR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-HEURE-JOUR DELIMITED BY SIZE
               ' OPERATEUR=' DELIMITED BY SIZE
               WS-OPERATEUR-ID DELIMITED BY SIZE
               ' AUTORITE=' DELIMITED BY SIZE
               WS-OPER-AUTORITE DELIMITED BY SIZE
               ' NOMBRE=' DELIMITED BY SIZE
               FD-VER-NUMERO DELIMITED BY SIZE
               ' ANNULATION=ECARTEE FONCTION=CONTROLE' DELIMITED BY SIZE
               ' DEMANDEUR=' DELIMITED BY SIZE
               FD-ANN-OPERATEUR DELIMITED BY SIZE
               ' DEMANDE=' DELIMITED BY SIZE
               FD-VER-ID-DEMANDE DELIMITED BY SIZE
               ' DEPT=' DELIMITED BY SIZE
               FD-VER-DEPARTEMENT DELIMITED BY SIZE
               INTO WS-LIGNE-JOURNAL
           END-STRING.
           MOVE WS-LIGNE-JOURNAL TO FD-LIGNE-JOURNAL.
           PERFORM CHAINER-LIGNE-JOURNAL.
           WRITE FD-LIGNE-JOURNAL.

      *    Principe des quatre yeux : l'operateur de controle ne
      *    peut pas liberer un enregistrement qu'il a lui-meme
      *    screene. L'enregistrement part dans le fichier de reprise
               INTO WS-LIGNE-JOURNAL
           END-STRING.
           MOVE WS-LIGNE-JOURNAL TO FD-LIGNE-JOURNAL.
           PERFORM CHAINER-LIGNE-JOURNAL.
           WRITE FD-LIGNE-JOURNAL.

      *    Methode de controle independante du screening : apres
               ADD 6 TO WS-DIVISEUR
           END-PERFORM.

      *    Classement independant du screening : le plus grand
      *    facteur premier de N-1 et de N+1 est obtenu en retirant
      *    d'abord tous les facteurs 2 puis les diviseurs impairs ;
      *    le caractere sur est juge en testant directement la
      *    primalite de (N-1)/2 ; la longueur en bits est la plus
      *    petite puissance de 2 qui depasse N.
       DERIVER-GRADE.
           COMPUTE WS-CTL-RESIDU = WS-NUMERO - 1.
           PERFORM DEGAGER-GRAND-FACTEUR.
           MOVE WS-CTL-GRAND TO WS-CTL-GRAND-MOINS.
           COMPUTE WS-CTL-RESIDU = WS-NUMERO + 1.
           PERFORM DEGAGER-GRAND-FACTEUR.
           MOVE WS-CTL-GRAND TO WS-CTL-GRAND-PLUS.
           MOVE 'N' TO WS-CTL-MOITIE-PREM.
           IF WS-CTL-GRAND-MOINS > WS-CTL-SEUIL-LISSE
               PERFORM TESTER-MOITIE
           END-IF.
           EVALUATE TRUE
               WHEN WS-CTL-GRAND-MOINS <= WS-CTL-SEUIL-LISSE
                   MOVE 'V' TO WS-CTL-GRADE
                   MOVE 'VULNERABLE' TO WS-CTL-GRADE-TXT
               WHEN WS-CTL-MOITIE-EST-PREMIERE
                   MOVE 'S' TO WS-CTL-GRADE
                   MOVE 'SUR' TO WS-CTL-GRADE-TXT
               WHEN WS-CTL-GRAND-MOINS * WS-CTL-GRAND-MOINS > WS-NUMERO
                   AND WS-CTL-GRAND-PLUS * WS-CTL-GRAND-PLUS > WS-NUMERO
                   MOVE 'F' TO WS-CTL-GRADE
                   MOVE 'FORT' TO WS-CTL-GRADE-TXT
               WHEN OTHER
                   MOVE 'O' TO WS-CTL-GRADE
                   MOVE 'ORDINAIRE' TO WS-CTL-GRADE-TXT
           END-EVALUATE.
           MOVE ZERO TO WS-CTL-BITS.
           MOVE 1 TO WS-CTL-PUISSANCE.
           PERFORM UNTIL WS-CTL-PUISSANCE > WS-NUMERO
               MULTIPLY 2 BY WS-CTL-PUISSANCE
               ADD 1 TO WS-CTL-BITS
           END-PERFORM.
           MOVE WS-CTL-BITS TO WS-CTL-BITS-TXT.
           IF WS-CTL-GRADE = FD-VER-GRADE
               AND WS-CTL-BITS-TXT = FD-VER-BITS
               MOVE 'O' TO WS-GRADE-CONCORDE
           END-IF.

       DEGAGER-GRAND-FACTEUR.
           MOVE 1 TO WS-CTL-GRAND.
           DIVIDE WS-CTL-RESIDU BY 2
               GIVING WS-CTL-QUOTIENT REMAINDER WS-CTL-RESTE.
           PERFORM UNTIL WS-CTL-RESTE NOT = 0 OR WS-CTL-RESIDU < 2
               MOVE 2 TO WS-CTL-GRAND
               MOVE WS-CTL-QUOTIENT TO WS-CTL-RESIDU
               DIVIDE WS-CTL-RESIDU BY 2
                   GIVING WS-CTL-QUOTIENT REMAINDER WS-CTL-RESTE
           END-PERFORM.
           MOVE 3 TO WS-CTL-DIVISEUR.
           PERFORM UNTIL WS-CTL-DIVISEUR * WS-CTL-DIVISEUR
                   > WS-CTL-RESIDU
               DIVIDE WS-CTL-RESIDU BY WS-CTL-DIVISEUR
                   GIVING WS-CTL-QUOTIENT REMAINDER WS-CTL-RESTE
               IF WS-CTL-RESTE = 0
                   MOVE WS-CTL-DIVISEUR TO WS-CTL-GRAND
                   MOVE WS-CTL-QUOTIENT TO WS-CTL-RESIDU
               ELSE
                   ADD 2 TO WS-CTL-DIVISEUR
               END-IF
           END-PERFORM.
           IF WS-CTL-RESIDU > 1
               MOVE WS-CTL-RESIDU TO WS-CTL-GRAND
           END-IF.

      *    (N-1)/2 premier : N est un premier sur. Appele seulement
      *    au-dela du seuil de lissage, donc pour N impair.
       TESTER-MOITIE.
           COMPUTE WS-CTL-MOITIE = (WS-NUMERO - 1) / 2.
           MOVE 'O' TO WS-CTL-MOITIE-PREM.
           DIVIDE WS-CTL-MOITIE BY 2
               GIVING WS-CTL-QUOTIENT REMAINDER WS-CTL-RESTE.
           IF WS-CTL-RESTE = 0 AND WS-CTL-MOITIE > 2
               MOVE 'N' TO WS-CTL-MOITIE-PREM
           END-IF.
           MOVE 3 TO WS-CTL-DIVISEUR.
           PERFORM UNTIL WS-CTL-DIVISEUR * WS-CTL-DIVISEUR
                   > WS-CTL-MOITIE
                   OR NOT WS-CTL-MOITIE-EST-PREMIERE
               DIVIDE WS-CTL-MOITIE BY WS-CTL-DIVISEUR
                   GIVING WS-CTL-QUOTIENT REMAINDER WS-CTL-RESTE
               IF WS-CTL-RESTE = 0
                   MOVE 'N' TO WS-CTL-MOITIE-PREM
               END-IF
               ADD 2 TO WS-CTL-DIVISEUR
           END-PERFORM.

      *    Seule la partie interface (126 octets) de l'attente est
      *    liberee : les octets 128-135 de l'enregistrement d'attente
      *    portent l'operateur de screening (controle des quatre
      *    yeux), qui ne doit pas partir vers le systeme aval. Le
      *    classement et les bits liberes (positions 128 a 130 de
      *    l'interface) sont ceux rederives par le controle - le
      *    format de la remise reste identique pour les trois
      *    producteurs.
       LIBERER-ENREG.
           MOVE SPACES TO WS-LIBERE-ENREG.
           MOVE FD-LIGNE-VERIF(1:126) TO WS-LIB-INTERFACE.
           MOVE WS-CTL-GRADE TO WS-LIB-GRADE.
           MOVE WS-CTL-BITS TO WS-LIB-BITS.
           MOVE FD-VER-SUGGESTION TO WS-LIB-SUGGESTION.
           MOVE WS-LIBERE-ENREG TO FD-LIGNE-INTERFACE.
           WRITE FD-LIGNE-INTERFACE.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-ATTENTE-ENREG.
           MOVE WS-DATE-JOUR TO WS-ATT-DATE-ENVOI.
           MOVE WS-ATTENTE-ENREG TO FD-LIGNE-ATTENTE.
           WRITE FD-LIGNE-ATTENTE.
           IF FD-VER-EST-SUGGESTION
               MOVE 'SUGLIBERE' TO WS-SUIVI-ETAPE
           ELSE
               MOVE 'LIBERE' TO WS-SUIVI-ETAPE
           END-IF.
           PERFORM MAJ-SUIVI.

      *    Inscription au registre AVANT toute ecriture dans
      *    l'interface. La cle etant le nombre, une inscription
      *    refusee pour cle en double signifie que ce premier a deja
      *    ete emis : l'inscription existante est relue pour designer
      *    le premier detenteur. Si c'est la meme demande et le meme
      *    departement (passage precedent interrompu apres
      *    l'inscription, ou repris), le premier lui appartient deja
      *    et la liberation a lieu normalement.
       INSCRIRE-REGISTRE.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE 'O' TO WS-REG-INSCRIT.
           MOVE SPACES TO FD-LIGNE-REGISTRE.
           MOVE WS-NUMERO TO FD-REG-NUMERO.
           MOVE FD-VER-ID-DEMANDE TO FD-REG-ID-DEMANDE.
           MOVE FD-VER-DEPARTEMENT TO FD-REG-DEPARTEMENT.
           MOVE WS-DATE-JOUR TO FD-REG-DATE.
           MOVE WS-OPERATEUR-ID TO FD-REG-OPERATEUR.
           MOVE 'DEUXCTRL' TO FD-REG-ORIGINE.
           WRITE FD-LIGNE-REGISTRE
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-STATUT-REGISTRE NOT = '00'
               MOVE 'N' TO WS-REG-INSCRIT
               PERFORM LIRE-DETENTEUR
           END-IF.

      *    Toute autre anomalie d'ecriture que la cle en double
      *    bloque aussi la liberation (detenteur inconnu) : dans le
      *    doute, un premier n'est pas remis.
       LIRE-DETENTEUR.
           MOVE '????????' TO WS-BLQ-EMIS-ID.
           MOVE '????' TO WS-BLQ-EMIS-DEPT.
           MOVE '????????' TO WS-BLQ-EMIS-DATE.
           IF WS-STATUT-REGISTRE = '22'
               READ REGISTRE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FD-REG-ID-DEMANDE TO WS-BLQ-EMIS-ID
                       MOVE FD-REG-DEPARTEMENT TO WS-BLQ-EMIS-DEPT
                       MOVE FD-REG-DATE TO WS-BLQ-EMIS-DATE
                       IF FD-REG-ID-DEMANDE = FD-VER-ID-DEMANDE
                           AND FD-REG-DEPARTEMENT = FD-VER-DEPARTEMENT
                           MOVE 'O' TO WS-REG-INSCRIT
                       END-IF
               END-READ
           ELSE
               DISPLAY 'Registre des premiers emis en erreur - statut '
                   WS-STATUT-REGISTRE ' - numero ' WS-NUMERO
                   ' non libere.'
           END-IF.

      *    Liberation bloquee : ni interface ni attente d'accuse. La
      *    tentative part dans le fichier cumulatif des tentatives
      *    bloquees (rapport periodique du registre, job NBRREGI),
      *    dans le rapport d'exception et dans le journal d'audit.
       BLOQUER-LIBERATION.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE WS-DATE-JOUR TO WS-BLQ-DATE.
           MOVE WS-HEURE-JOUR TO WS-BLQ-HEURE.
           MOVE 'DEUXCTRL' TO WS-BLQ-ORIGINE.
           MOVE WS-OPERATEUR-ID TO WS-BLQ-OPERATEUR.
           MOVE WS-NUMERO TO WS-BLQ-NUMERO.
           MOVE FD-VER-ID-DEMANDE TO WS-BLQ-ID-DEMANDE.
           MOVE FD-VER-DEPARTEMENT TO WS-BLQ-DEPARTEMENT.
           MOVE WS-BLOCAGE-ENREG TO FD-LIGNE-BLOCAGE.
           WRITE FD-LIGNE-BLOCAGE.
           MOVE 'BLOQUE' TO WS-SUIVI-ETAPE.
           PERFORM MAJ-SUIVI.
           MOVE SPACES TO WS-LIGNE-EXCEPTION.
           MOVE WS-NUMERO TO WS-N-EDIT.
           STRING '  DEJA EMIS ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-N-EDIT) DELIMITED BY SIZE
               ' dem ' DELIMITED BY SIZE
               FD-VER-ID-DEMANDE DELIMITED BY SIZE
               ' dept ' DELIMITED BY SIZE
               FD-VER-DEPARTEMENT DELIMITED BY SIZE
               ' / emis dem ' DELIMITED BY SIZE
               WS-BLQ-EMIS-ID DELIMITED BY SIZE
               ' dept ' DELIMITED BY SIZE
               WS-BLQ-EMIS-DEPT DELIMITED BY SIZE
               ' le ' DELIMITED BY SIZE
               WS-BLQ-EMIS-DATE DELIMITED BY SIZE
               ' - bloque' DELIMITED BY SIZE
               INTO WS-LIGNE-EXCEPTION
           END-STRING.
           MOVE WS-LIGNE-EXCEPTION TO FD-LIGNE-EXCEPTION.
           WRITE FD-LIGNE-EXCEPTION.
           PERFORM JOURNALISER-BLOCAGE.

       JOURNALISER-BLOCAGE.
           MOVE SPACES TO WS-LIGNE-JOURNAL.
           MOVE WS-NUMERO TO WS-N-EDIT.
           STRING WS-DATE-JOUR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-HEURE-JOUR DELIMITED BY SIZE
               ' OPERATEUR=' DELIMITED BY SIZE
               WS-OPERATEUR-ID DELIMITED BY SIZE
               ' AUTORITE=' DELIMITED BY SIZE
               WS-OPER-AUTORITE DELIMITED BY SIZE
               ' NOMBRE=' DELIMITED BY SIZE
               FUNCTION TRIM(WS-N-EDIT) DELIMITED BY SIZE
               ' ACCES=REFUSE MOTIF=DEJA-EMIS FONCTION=LIBERATION'
               DELIMITED BY SIZE
               ' DEMANDE=' DELIMITED BY SIZE
               FD-VER-ID-DEMANDE DELIMITED BY SIZE
               ' DEPT=' DELIMITED BY SIZE
               FD-VER-DEPARTEMENT DELIMITED BY SIZE
               ' DETENTEUR=' DELIMITED BY SIZE
               WS-BLQ-EMIS-ID DELIMITED BY SIZE
               ' DET-DEPT=' DELIMITED BY SIZE
               WS-BLQ-EMIS-DEPT DELIMITED BY SIZE
               INTO WS-LIGNE-JOURNAL
           END-STRING.
           MOVE WS-LIGNE-JOURNAL TO FD-LIGNE-JOURNAL.
           PERFORM CHAINER-LIGNE-JOURNAL.
           WRITE FD-LIGNE-JOURNAL.

      *    Le desaccord part a la fois dans le rapport d'exception
      *    (trace imprimee) et dans le fichier permanent des
      *    desaccords, que le programme d'adjudication reecrit au
           MOVE 'P' TO WS-DES-SCREENING.
           MOVE WS-CONTROLE TO WS-DES-CONTROLE.
           MOVE WS-DATE-JOUR TO WS-DES-DATE.
           MOVE FD-VER-GRADE TO WS-DES-GRADE-SCREEN.
           MOVE WS-CTL-GRADE TO WS-DES-GRADE-CTRL.
           MOVE FD-VER-SUGGESTION TO WS-DES-SUGGESTION.
           MOVE WS-DESACCORD-ENREG TO FD-LIGNE-DESACCORD.
           WRITE FD-LIGNE-DESACCORD.
           MOVE 'DESACCORD' TO WS-SUIVI-ETAPE.
           PERFORM MAJ-SUIVI.
           MOVE SPACES TO WS-LIGNE-EXCEPTION.
           MOVE WS-NUMERO TO WS-N-EDIT.
           MOVE 1 TO WS-PTR-EXCEPTION.
           STRING '  DESACCORD numero ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-N-EDIT) DELIMITED BY SIZE
               ' demande ' DELIMITED BY SIZE
               FD-VER-ID-DEMANDE DELIMITED BY SIZE
               ' dept ' DELIMITED BY SIZE
               FD-VER-DEPARTEMENT DELIMITED BY SIZE
               INTO WS-LIGNE-EXCEPTION WITH POINTER WS-PTR-EXCEPTION
           END-STRING.
           IF FD-VER-EST-SUGGESTION
               STRING ' (suggere)' DELIMITED BY SIZE
                   INTO WS-LIGNE-EXCEPTION WITH POINTER WS-PTR-EXCEPTION
               END-STRING
           END-IF.
           IF WS-CONTROLE-PREMIER
               STRING ' grade screening ' DELIMITED BY SIZE
                   FD-VER-GRADE DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   FD-VER-BITS DELIMITED BY SIZE
                   ' controle ' DELIMITED BY SIZE
                   WS-CTL-GRADE DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-CTL-BITS DELIMITED BY SIZE
                   ' - non libere' DELIMITED BY SIZE
                   INTO WS-LIGNE-EXCEPTION WITH POINTER WS-PTR-EXCEPTION
               END-STRING
           ELSE
               STRING ' screening P controle C - non libere'
                   DELIMITED BY SIZE
                   INTO WS-LIGNE-EXCEPTION WITH POINTER WS-PTR-EXCEPTION
               END-STRING
           END-IF.
           MOVE WS-LIGNE-EXCEPTION TO FD-LIGNE-EXCEPTION.
           WRITE FD-LIGNE-EXCEPTION.

           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE SPACES TO WS-LIGNE-JOURNAL.
           MOVE WS-NUMERO TO WS-N-EDIT.
           MOVE 1 TO WS-PTR-JOURNAL.
           STRING WS-DATE-JOUR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-HEURE-JOUR DELIMITED BY SIZE
               FD-VER-ID-DEMANDE DELIMITED BY SIZE
               ' DEPT=' DELIMITED BY SIZE
               FD-VER-DEPARTEMENT DELIMITED BY SIZE
               INTO WS-LIGNE-JOURNAL WITH POINTER WS-PTR-JOURNAL
           END-STRING.
           IF WS-CONTROLE-PREMIER
               STRING ' GRADE=' DELIMITED BY SIZE
                   WS-CTL-GRADE-TXT DELIMITED BY SPACE
                   ' BITS=' DELIMITED BY SIZE
                   WS-CTL-BITS DELIMITED BY SIZE
                   ' GRADE-SCR=' DELIMITED BY SIZE
                   FD-VER-GRADE DELIMITED BY SIZE
                   INTO WS-LIGNE-JOURNAL WITH POINTER WS-PTR-JOURNAL
               END-STRING
           END-IF.
           IF FD-VER-EST-SUGGESTION
               STRING ' SUGGESTION=O' DELIMITED BY SIZE
                   INTO WS-LIGNE-JOURNAL WITH POINTER WS-PTR-JOURNAL
               END-STRING
           END-IF.
           MOVE WS-LIGNE-JOURNAL TO FD-LIGNE-JOURNAL.
           PERFORM CHAINER-LIGNE-JOURNAL.
           WRITE FD-LIGNE-JOURNAL.

       ECRIRE-ENTETE-EXCEPTION.
               INTO WS-LIGNE-EXCEPTION.
           MOVE WS-LIGNE-EXCEPTION TO FD-LIGNE-EXCEPTION.
           WRITE FD-LIGNE-EXCEPTION.
           MOVE WS-NB-INSCRITS TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-EXCEPTION.
           STRING 'Verdicts confirmes et liberes: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-EXCEPTION.
           MOVE WS-LIGNE-EXCEPTION TO FD-LIGNE-EXCEPTION.
           WRITE FD-LIGNE-EXCEPTION.
           MOVE WS-NB-BLOQUES TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-EXCEPTION.
           STRING 'Verdicts confirmes bloques (premier deja emis): '
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-EXCEPTION.
           MOVE WS-LIGNE-EXCEPTION TO FD-LIGNE-EXCEPTION.
           WRITE FD-LIGNE-EXCEPTION.
           MOVE WS-NB-DESACCORDS TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-EXCEPTION.
           STRING 'Desaccords a revoir: ' DELIMITED BY SIZE
               INTO WS-LIGNE-EXCEPTION.
           MOVE WS-LIGNE-EXCEPTION TO FD-LIGNE-EXCEPTION.
           WRITE FD-LIGNE-EXCEPTION.
           MOVE WS-NB-DESACC-GRADE TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-EXCEPTION.
           STRING '  dont desaccords de classement seul: '
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-EXCEPTION.
           MOVE WS-LIGNE-EXCEPTION TO FD-LIGNE-EXCEPTION.
           WRITE FD-LIGNE-EXCEPTION.
           MOVE WS-NB-INATTENDUS TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-EXCEPTION.
           STRING 'Enregistrements inattendus ignores: '
               INTO WS-LIGNE-EXCEPTION.
           MOVE WS-LIGNE-EXCEPTION TO FD-LIGNE-EXCEPTION.
           WRITE FD-LIGNE-EXCEPTION.
           MOVE WS-NB-ANNULES TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-EXCEPTION.
           STRING 'Demandes annulees ecartees: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-EXCEPTION.
           MOVE WS-LIGNE-EXCEPTION TO FD-LIGNE-EXCEPTION.
           WRITE FD-LIGNE-EXCEPTION.

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
