      *    d'accuse, et l'entree de cache est confirmee (verdict
      *    premier). Les liberations partent dans un fichier
      *    d'interface dedie (ADJFACE, meme format 140 octets
      *    qu'INTRFACE, mis sous enveloppe et remis au systeme aval
      *    par le job d'adjudication lui-meme) et leur mise en
      *    attente d'accuse dans un fichier dedie lui aussi
      *    (ADJACQ, meme format 32 octets qu'ATTACQ, concatene a
      *    ATTACQ en entree du job de traitement des accuses) :
      *    ecrire directement dans INTRFACE ou ATTACQ fausserait
      *    les rapprochements physiques de l'equilibrage du job de
      *    screening.
      *    Verdict definitif C = le controle avait raison :
      *    l'entree de cache erronee est supprimee (le verdict sera
      *    rederive en cas de nouvelle soumission) et un verdict
      *    dans le rapport de decisions. Chaque adjudication est
      *    tracee dans le journal d'audit ; les desaccords non
      *    tranches sont reconduits dans le fichier reecrit.
      *    Un verdict premier libere porte le classement rederive
      *    par le controle ; si le controle n'en a pas produit
      *    (il concluait au compose), le classement est rederive ici
      *    independamment du screening, un ecart etant signale au
      *    rapport de decisions. La longueur en bits est recalculee
      *    ici.
      *    Comme a la seconde verification, un verdict premier n'est
      *    libere qu'apres inscription au registre des premiers
      *    emis : un premier deja inscrit n'est pas libere (tentative
      *    bloquee, inscrite au fichier des tentatives bloquees,
      *    tracee dans le journal et le rapport de decisions), et
      *    sans registre accessible l'adjudication n'a pas lieu.
      *    Un desaccord portant sur un premier propose en
      *    remplacement d'un compose (marque 'S' en position 40)
      *    garde cette marque sur l'interface s'il est libere, et la
      *    demande passe alors a l'etape SUGLIBERE.
      *    Un desaccord dont la demande a ete annulee (fichier des
      *    annulations alimente par la transaction d'annulation en
      *    ligne) n'est pas adjuge : il est ecarte (ni libere, ni
      *    reconduit), signale au rapport de decisions, trace au
      *    journal d'audit avec l'operateur demandeur, la demande
      *    passe a l'etape ANNULE et l'annulation est marquee
      *    appliquee. Une carte de decision qui le visait ressort
      *    sans objet. Sans fichier des annulations, l'adjudication
      *    continue sans ce filtre.
      *    Chaque ligne ecrite au journal d'audit est chainee a la
      *    precedente (CHAINE=rang-valeur en colonnes 175 a 200)
      *    pour que toute ligne modifiee ou supprimee se voie au
      *    controle du chainage (VERICHAI).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS FD-SUIVI-ID-DEMANDE
               FILE STATUS IS WS-STATUT-SUIVI.

           SELECT REGISTRE-FILE ASSIGN TO REGISTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-REG-NUMERO
               FILE STATUS IS WS-STATUT-REGISTRE.

           SELECT BLOCAGE-FILE ASSIGN TO BLOQREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-BLOCAGE.

           SELECT ANNULATION-FILE ASSIGN TO ANNULFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-ANN-ID-DEMANDE
               FILE STATUS IS WS-STATUT-ANNULATION.

      *--------------
       DATA DIVISION.
      *--------------
           05  FD-DES-CONTROLE    PIC X.
           05  FILLER             PIC X.
           05  FD-DES-DATE        PIC X(8).
           05  FILLER             PIC X.
           05  FD-DES-GRADE-SCREEN PIC X.
           05  FD-DES-GRADE-CTRL  PIC X.
           05  FD-DES-SUGGESTION  PIC X.
               88  FD-DES-EST-SUGGESTION VALUE 'S'.

       FD  DECISION-FILE.
       01  FD-LIGNE-DECISION.
           05  FD-CACHE-OPERATEUR PIC X(8).
           05  FILLER             PIC X.
           05  FD-CACHE-FACTEURS  PIC X(100).
           05  FILLER             PIC X.
           05  FD-CACHE-GRADE     PIC X.
           05  FD-CACHE-BITS      PIC 9(2).

       FD  OPERATEUR-FILE.
       01  FD-LIGNE-OPERATEUR.
           05  FILLER               PIC X.
           05  FD-SUIVI-HEURE-MAJ   PIC 9(8).

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
       01  WS-STATUT-DESACCORD PIC X(2) VALUE SPACES.
       01  WS-STATUT-DECISION PIC X(2) VALUE SPACES.
       01  WS-VERDICT-TXT-ADJUGE PIC X(8) VALUE SPACES.

       01  WS-NUMERO          PIC 9(9) VALUE ZERO.
       01  WS-GRADE-ADJUGE    PIC X VALUE SPACE.
       01  WS-GRADE-TXT       PIC X(10) VALUE SPACES.
       01  WS-NB-BITS         PIC 9(2) VALUE ZERO.
       01  WS-BITS-VALEUR     PIC 9(9) VALUE ZERO.
      *    Classement rederive quand le controle n'en a pas produit
       01  WS-CTL-GRADE       PIC X VALUE SPACE.
       01  WS-CTL-SEUIL-LISSE PIC 9(9) VALUE 1000.
       01  WS-CTL-RESIDU      PIC 9(10) VALUE ZERO.
       01  WS-CTL-DIVISEUR    PIC 9(10) VALUE ZERO.
       01  WS-CTL-QUOTIENT    PIC 9(10) VALUE ZERO.
       01  WS-CTL-RESTE       PIC 9(10) VALUE ZERO.
       01  WS-CTL-GRAND       PIC 9(10) VALUE ZERO.
       01  WS-CTL-GRAND-MOINS PIC 9(10) VALUE ZERO.
       01  WS-CTL-GRAND-PLUS  PIC 9(10) VALUE ZERO.
       01  WS-CTL-MOITIE      PIC 9(10) VALUE ZERO.
       01  WS-CTL-MOITIE-PREM PIC X VALUE 'N'.
           88  WS-CTL-MOITIE-EST-PREMIERE VALUE 'O'.
       01  WS-NB-ECARTS-GRADE PIC 9(9) VALUE ZERO.
       01  WS-PTR-JOURNAL     PIC 9(4) VALUE ZERO.

       01  WS-NB-DESACCORDS   PIC 9(9) VALUE ZERO.
       01  WS-NB-LIBERES      PIC 9(9) VALUE ZERO.
       01  WS-NB-RECONDUITS   PIC 9(9) VALUE ZERO.
       01  WS-NB-SANS-OBJET   PIC 9(9) VALUE ZERO.
       01  WS-NB-ILLISIBLES   PIC 9(9) VALUE ZERO.
       01  WS-NB-ANNULES      PIC 9(9) VALUE ZERO.

      *    Annulations en ligne : desaccords ecartes sans adjudication.
       01  WS-STATUT-ANNULATION PIC X(2) VALUE SPACES.
       01  WS-ANNULATION-ACTIF PIC X VALUE 'N'.
           88  WS-ANNULATION-EST-ACTIF VALUE 'O'.
       01  WS-DEMANDE-ANNULEE PIC X VALUE 'N'.
           88  WS-EST-DEMANDE-ANNULEE VALUE 'O'.

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
       01  WS-LIGNE-DECISRPT  PIC X(100) VALUE SPACES.
       01  WS-N-EDIT          PIC Z(8)9.
       01  WS-EDIT-COMPTEUR   PIC Z(8)9.
           05  WS-IF-VERDICT      PIC X.
           05  FILLER             PIC X VALUE SPACE.
           05  WS-IF-FACTEURS     PIC X(100).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-IF-GRADE        PIC X.
           05  WS-IF-BITS         PIC 9(2).
           05  WS-IF-SUGGESTION   PIC X.

       01  WS-ATTENTE-ENREG.
           05  WS-ATT-NUMERO      PIC 9(9).
           88  WS-SUIVI-EST-ACTIF VALUE 'O'.
       01  WS-SUIVI-ETAPE     PIC X(10) VALUE SPACES.

      *    Registre des premiers emis et tentatives bloquees.
       01  WS-STATUT-REGISTRE PIC X(2) VALUE SPACES.
       01  WS-STATUT-BLOCAGE  PIC X(2) VALUE SPACES.
       01  WS-REGISTRE-ACTIF  PIC X VALUE 'N'.
           88  WS-REGISTRE-EST-ACTIF VALUE 'O'.
       01  WS-REG-INSCRIT     PIC X VALUE 'N'.
           88  WS-REG-EST-INSCRIT VALUE 'O'.
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

       PROCEDURE DIVISION.

           DISPLAY 'Identifiant operateur d''adjudication: '.
           ACCEPT WS-OPERATEUR-ID.
           PERFORM REPRENDRE-CHAINE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-STATUT-JOURNAL = '35'
               OPEN OUTPUT JOURNAL-FILE
           IF WS-OPER-EST-AUTORISE
               PERFORM CONTROLE-AUTORITE-ADJUDICATION
           END-IF.
           IF WS-OPER-EST-AUTORISE
               PERFORM OUVRIR-REGISTRE
           END-IF.
           IF NOT WS-OPER-EST-AUTORISE OR NOT WS-REGISTRE-EST-ACTIF
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CHARGER-DECISIONS
               PERFORM OUVRIR-SUIVI
               PERFORM OUVRIR-ANNULATIONS
               PERFORM RESOUDRE-DESACCORDS
               IF WS-ANNULATION-EST-ACTIF
                   CLOSE ANNULATION-FILE
               END-IF
               IF WS-SUIVI-EST-ACTIF
                   CLOSE SUIVI-FILE
               END-IF
               CLOSE REGISTRE-FILE
           END-IF.
           CLOSE JOURNAL-FILE.
           STOP RUN.
               INTO WS-LIGNE-JOURNAL
           END-STRING.
           MOVE WS-LIGNE-JOURNAL TO FD-LIGNE-JOURNAL.
           PERFORM CHAINER-LIGNE-JOURNAL.
           WRITE FD-LIGNE-JOURNAL.

      *    L'adjudication tranche en dernier ressort et touche au
                   INTO WS-LIGNE-JOURNAL
               END-STRING
               MOVE WS-LIGNE-JOURNAL TO FD-LIGNE-JOURNAL
               PERFORM CHAINER-LIGNE-JOURNAL
               WRITE FD-LIGNE-JOURNAL
           END-IF.

      *    Registre inaccessible = pas d'adjudication, RC=8 : le
      *    fichier des desaccords n'est pas remplace (STEP2 bypasse)
      *    et les decisions seront reappliquees a la relance.
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
                   ' - adjudication refusee.'
           END-IF.

       CHARGER-DECISIONS.
           MOVE 'N' TO WS-FIN-FICHIER.
           OPEN INPUT DECISION-FILE.
                   ' - adjudication sans suivi.'
           END-IF.

      *    Fichier des annulations inaccessible : l'adjudication
      *    continue sans ecarter les demandes annulees.
       OUVRIR-ANNULATIONS.
           OPEN I-O ANNULATION-FILE.
           IF WS-STATUT-ANNULATION = '00'
               MOVE 'O' TO WS-ANNULATION-ACTIF
           ELSE
               DISPLAY 'Fichier des annulations inaccessible - statut '
                   WS-STATUT-ANNULATION
                   ' - adjudication sans filtre des annulations.'
           END-IF.

       MAJ-SUIVI.
           IF WS-SUIVI-EST-ACTIF AND FD-DES-ID-DEMANDE NOT = SPACES
               ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
               IF WS-STATUT-ATTENTE = '35'
                   OPEN OUTPUT ATTENTE-FILE
               END-IF
               OPEN EXTEND BLOCAGE-FILE
               IF WS-STATUT-BLOCAGE = '35'
                   OPEN OUTPUT BLOCAGE-FILE
               END-IF
               OPEN I-O CACHE-FILE
               IF WS-STATUT-CACHE NOT = '00'
                   DISPLAY 'Cache inaccessible - statut '
               CLOSE DECISRPT-FILE
               CLOSE INTERFACE-FILE
               CLOSE ATTENTE-FILE
               CLOSE BLOCAGE-FILE
               IF WS-STATUT-CACHE = '00'
                   CLOSE CACHE-FILE
               END-IF
               WRITE FD-LIGNE-NEUF
           ELSE
               MOVE FUNCTION NUMVAL(FD-DES-NUMERO) TO WS-NUMERO
               PERFORM CONSULTER-ANNULATIONS
               IF WS-EST-DEMANDE-ANNULEE
                   ADD 1 TO WS-NB-ANNULES
                   PERFORM ECARTER-ANNULATION
               ELSE
                   PERFORM CHERCHER-DECISION
                   IF WS-DECISION-EST-TROUVEE
                       PERFORM APPLIQUER-DECISION
                   ELSE
                       ADD 1 TO WS-NB-RECONDUITS
                       MOVE FD-LIGNE-DESACCORD TO FD-LIGNE-NEUF
                       WRITE FD-LIGNE-NEUF
                   END-IF
               END-IF
           END-IF.

       CONSULTER-ANNULATIONS.
           MOVE 'N' TO WS-DEMANDE-ANNULEE.
           IF WS-ANNULATION-EST-ACTIF
               MOVE FD-DES-ID-DEMANDE TO FD-ANN-ID-DEMANDE
               READ ANNULATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO WS-DEMANDE-ANNULEE
               END-READ
           END-IF.

      *    Le desaccord n'est pas recopie dans le fichier reecrit :
      *    il sort du circuit d'adjudication.
       ECARTER-ANNULATION.
           MOVE SPACES TO WS-LIGNE-DECISRPT.
           MOVE WS-NUMERO TO WS-N-EDIT.
           STRING '  Desaccord ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-N-EDIT) DELIMITED BY SIZE
               ' demande ' DELIMITED BY SIZE
               FD-DES-ID-DEMANDE DELIMITED BY SIZE
               ' dept ' DELIMITED BY SIZE
               FD-DES-DEPARTEMENT DELIMITED BY SIZE
               ' annulee par ' DELIMITED BY SIZE
               FD-ANN-OPERATEUR DELIMITED BY SIZE
               ' - ecarte sans adjudication' DELIMITED BY SIZE
               INTO WS-LIGNE-DECISRPT
           END-STRING.
           MOVE WS-LIGNE-DECISRPT TO FD-LIGNE-DECISRPT.
           WRITE FD-LIGNE-DECISRPT.
           PERFORM JOURNALISER-ANNULATION.
           MOVE 'ANNULE' TO WS-SUIVI-ETAPE.
           PERFORM MAJ-SUIVI.
           IF FD-ANN-EST-DEMANDEE
               MOVE 'A' TO FD-ANN-STATUT
               MOVE WS-DATE-JOUR TO FD-ANN-DATE-TRAITEMENT
               MOVE 'ADJUDIC' TO FD-ANN-TRAITE-PAR
               REWRITE FD-LIGNE-ANNULATION
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

       JOURNALISER-ANNULATION.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR FROM TIME.
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
               ' ANNULATION=ECARTEE FONCTION=ADJUDICATION'
               DELIMITED BY SIZE
               ' DEMANDEUR=' DELIMITED BY SIZE
               FD-ANN-OPERATEUR DELIMITED BY SIZE
               ' DEMANDE=' DELIMITED BY SIZE
               FD-DES-ID-DEMANDE DELIMITED BY SIZE
               ' DEPT=' DELIMITED BY SIZE
               FD-DES-DEPARTEMENT DELIMITED BY SIZE
               INTO WS-LIGNE-JOURNAL
           END-STRING.
           MOVE WS-LIGNE-JOURNAL TO FD-LIGNE-JOURNAL.
           PERFORM CHAINER-LIGNE-JOURNAL.
           WRITE FD-LIGNE-JOURNAL.

       CHERCHER-DECISION.
           MOVE 'N' TO WS-DECISION-TROUVEE.
           PERFORM VARYING WS-IDX-DECISION FROM 1 BY 1
               MOVE 'COMPOSE' TO WS-VERDICT-TXT-ADJUGE
           END-IF.
           IF WS-VERDICT-ADJUGE = 'P'
               PERFORM GRADER-ADJUGE
               PERFORM INSCRIRE-REGISTRE
               IF WS-REG-EST-INSCRIT
                   ADD 1 TO WS-NB-LIBERES
                   PERFORM LIBERER-ADJUGE
                   IF FD-DES-EST-SUGGESTION
                       MOVE 'SUGLIBERE' TO WS-SUIVI-ETAPE
                   ELSE
                       MOVE 'LIBERE' TO WS-SUIVI-ETAPE
                   END-IF
               ELSE
                   ADD 1 TO WS-NB-BLOQUES
                   PERFORM BLOQUER-LIBERATION
                   MOVE 'BLOQUE' TO WS-SUIVI-ETAPE
               END-IF
               PERFORM CONFIRMER-CACHE-PREMIER
           ELSE
               ADD 1 TO WS-NB-COMPOSES
               PERFORM SUPPRIMER-CACHE-ERRONE
           END-IF.
           PERFORM MAJ-SUIVI.
           PERFORM JOURNALISER-ADJUDICATION.
           IF WS-VERDICT-ADJUGE = 'P' AND NOT WS-REG-EST-INSCRIT
               PERFORM JOURNALISER-BLOCAGE
           END-IF.

      *    Le classement libere doit avoir ete etabli deux fois.
      *    Controle conclu au compose = pas de classement de
      *    controle : il est rederive ici independamment du
      *    screening (meme methode qu'a la seconde verification) et
      *    c'est lui qui est libere ; un ecart avec le classement du
      *    screening est signale au rapport de decisions.
       GRADER-ADJUGE.
           IF FD-DES-GRADE-CTRL NOT = SPACE
               MOVE FD-DES-GRADE-CTRL TO WS-GRADE-ADJUGE
           ELSE
               PERFORM DERIVER-GRADE
               MOVE WS-CTL-GRADE TO WS-GRADE-ADJUGE
               IF WS-CTL-GRADE NOT = FD-DES-GRADE-SCREEN
                   PERFORM SIGNALER-ECART-GRADE
               END-IF
           END-IF.
           EVALUATE WS-GRADE-ADJUGE
               WHEN 'S'
                   MOVE 'SUR' TO WS-GRADE-TXT
               WHEN 'F'
                   MOVE 'FORT' TO WS-GRADE-TXT
               WHEN 'O'
                   MOVE 'ORDINAIRE' TO WS-GRADE-TXT
               WHEN 'V'
                   MOVE 'VULNERABLE' TO WS-GRADE-TXT
               WHEN OTHER
                   MOVE SPACE TO WS-GRADE-ADJUGE
                   MOVE SPACES TO WS-GRADE-TXT
           END-EVALUATE.
           MOVE ZERO TO WS-NB-BITS.
           MOVE WS-NUMERO TO WS-BITS-VALEUR.
           PERFORM UNTIL WS-BITS-VALEUR = 0
               DIVIDE WS-BITS-VALEUR BY 2 GIVING WS-BITS-VALEUR
               ADD 1 TO WS-NB-BITS
           END-PERFORM.

       SIGNALER-ECART-GRADE.
           ADD 1 TO WS-NB-ECARTS-GRADE.
           MOVE SPACES TO WS-LIGNE-DECISRPT.
           MOVE WS-NUMERO TO WS-N-EDIT.
           STRING '  Classement ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-N-EDIT) DELIMITED BY SIZE
               ' demande ' DELIMITED BY SIZE
               FD-DES-ID-DEMANDE DELIMITED BY SIZE
               ' : screening ' DELIMITED BY SIZE
               FD-DES-GRADE-SCREEN DELIMITED BY SIZE
               ' / rederive ' DELIMITED BY SIZE
               WS-CTL-GRADE DELIMITED BY SIZE
               ' - classement rederive libere' DELIMITED BY SIZE
               INTO WS-LIGNE-DECISRPT
           END-STRING.
           MOVE WS-LIGNE-DECISRPT TO FD-LIGNE-DECISRPT.
           WRITE FD-LIGNE-DECISRPT.

      *    Classement independant : le plus grand facteur premier de
      *    N-1 et de N+1 est obtenu en retirant d'abord tous les
      *    facteurs 2 puis les diviseurs impairs ; le caractere sur
      *    est juge en testant directement la primalite de (N-1)/2.
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
               WHEN WS-CTL-MOITIE-EST-PREMIERE
                   MOVE 'S' TO WS-CTL-GRADE
               WHEN WS-CTL-GRAND-MOINS * WS-CTL-GRAND-MOINS > WS-NUMERO
                   AND WS-CTL-GRAND-PLUS * WS-CTL-GRAND-PLUS > WS-NUMERO
                   MOVE 'F' TO WS-CTL-GRADE
               WHEN OTHER
                   MOVE 'O' TO WS-CTL-GRADE
           END-EVALUATE.

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

       LIBERER-ADJUGE.
           MOVE SPACES TO WS-INTERFACE-ENREG.
           MOVE FD-DES-DEPARTEMENT TO WS-IF-DEPARTEMENT.
           MOVE 'P' TO WS-IF-VERDICT.
           MOVE SPACES TO WS-IF-FACTEURS.
           MOVE WS-GRADE-ADJUGE TO WS-IF-GRADE.
           MOVE WS-NB-BITS TO WS-IF-BITS.
           MOVE FD-DES-SUGGESTION TO WS-IF-SUGGESTION.
           MOVE WS-INTERFACE-ENREG TO FD-LIGNE-INTERFACE.
           WRITE FD-LIGNE-INTERFACE.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE WS-ATTENTE-ENREG TO FD-LIGNE-ATTENTE.
           WRITE FD-LIGNE-ATTENTE.

      *    Inscription au registre avant la liberation, meme regle
      *    qu'a la seconde verification : cle en double = premier
      *    deja emis, l'inscription existante designe le detenteur ;
      *    deja inscrit pour la meme demande et le meme departement
      *    (passage precedent interrompu) = liberation normale.
       INSCRIRE-REGISTRE.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE 'O' TO WS-REG-INSCRIT.
           MOVE SPACES TO FD-LIGNE-REGISTRE.
           MOVE WS-NUMERO TO FD-REG-NUMERO.
           MOVE FD-DES-ID-DEMANDE TO FD-REG-ID-DEMANDE.
           MOVE FD-DES-DEPARTEMENT TO FD-REG-DEPARTEMENT.
           MOVE WS-DATE-JOUR TO FD-REG-DATE.
           MOVE WS-OPERATEUR-ID TO FD-REG-OPERATEUR.
           MOVE 'ADJUDIC' TO FD-REG-ORIGINE.
           WRITE FD-LIGNE-REGISTRE
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-STATUT-REGISTRE NOT = '00'
               MOVE 'N' TO WS-REG-INSCRIT
               PERFORM LIRE-DETENTEUR
           END-IF.

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
                       IF FD-REG-ID-DEMANDE = FD-DES-ID-DEMANDE
                           AND FD-REG-DEPARTEMENT = FD-DES-DEPARTEMENT
                           MOVE 'O' TO WS-REG-INSCRIT
                       END-IF
               END-READ
           ELSE
               DISPLAY 'Registre des premiers emis en erreur - statut '
                   WS-STATUT-REGISTRE ' - numero ' WS-NUMERO
                   ' non libere.'
           END-IF.

      *    Adjudication premiere bloquee : pas de liberation vers
      *    ADJFACE ni de mise en attente d'accuse ; le verdict
      *    premier reste vrai, l'entree de cache est donc confirmee
      *    comme pour une liberation.
       BLOQUER-LIBERATION.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE WS-DATE-JOUR TO WS-BLQ-DATE.
           MOVE WS-HEURE-JOUR TO WS-BLQ-HEURE.
           MOVE 'ADJUDIC' TO WS-BLQ-ORIGINE.
           MOVE WS-OPERATEUR-ID TO WS-BLQ-OPERATEUR.
           MOVE WS-NUMERO TO WS-BLQ-NUMERO.
           MOVE FD-DES-ID-DEMANDE TO WS-BLQ-ID-DEMANDE.
           MOVE FD-DES-DEPARTEMENT TO WS-BLQ-DEPARTEMENT.
           MOVE WS-BLOCAGE-ENREG TO FD-LIGNE-BLOCAGE.
           WRITE FD-LIGNE-BLOCAGE.
           MOVE SPACES TO WS-LIGNE-DECISRPT.
           MOVE WS-NUMERO TO WS-N-EDIT.
           STRING '  DEJA EMIS ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-N-EDIT) DELIMITED BY SIZE
               ' dem ' DELIMITED BY SIZE
               FD-DES-ID-DEMANDE DELIMITED BY SIZE
               ' dept ' DELIMITED BY SIZE
               FD-DES-DEPARTEMENT DELIMITED BY SIZE
               ' / emis dem ' DELIMITED BY SIZE
               WS-BLQ-EMIS-ID DELIMITED BY SIZE
               ' dept ' DELIMITED BY SIZE
               WS-BLQ-EMIS-DEPT DELIMITED BY SIZE
               ' le ' DELIMITED BY SIZE
               WS-BLQ-EMIS-DATE DELIMITED BY SIZE
               ' - bloque' DELIMITED BY SIZE
               INTO WS-LIGNE-DECISRPT
           END-STRING.
           MOVE WS-LIGNE-DECISRPT TO FD-LIGNE-DECISRPT.
           WRITE FD-LIGNE-DECISRPT.

       JOURNALISER-BLOCAGE.
           MOVE SPACES TO WS-LIGNE-JOURNAL.
           MOVE WS-NUMERO TO WS-N-EDIT.
           STRING WS-BLQ-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-BLQ-HEURE DELIMITED BY SIZE
               ' OPERATEUR=' DELIMITED BY SIZE
               WS-OPERATEUR-ID DELIMITED BY SIZE
               ' AUTORITE=' DELIMITED BY SIZE
               WS-OPER-AUTORITE DELIMITED BY SIZE
               ' NOMBRE=' DELIMITED BY SIZE
               FUNCTION TRIM(WS-N-EDIT) DELIMITED BY SIZE
               ' ACCES=REFUSE MOTIF=DEJA-EMIS FONCTION=LIBERATION'
               DELIMITED BY SIZE
               ' DEMANDE=' DELIMITED BY SIZE
               FD-DES-ID-DEMANDE DELIMITED BY SIZE
               ' DEPT=' DELIMITED BY SIZE
               FD-DES-DEPARTEMENT DELIMITED BY SIZE
               ' DETENTEUR=' DELIMITED BY SIZE
               WS-BLQ-EMIS-ID DELIMITED BY SIZE
               ' DET-DEPT=' DELIMITED BY SIZE
               WS-BLQ-EMIS-DEPT DELIMITED BY SIZE
               INTO WS-LIGNE-JOURNAL
           END-STRING.
           MOVE WS-LIGNE-JOURNAL TO FD-LIGNE-JOURNAL.
           PERFORM CHAINER-LIGNE-JOURNAL.
           WRITE FD-LIGNE-JOURNAL.

      *    Verdict definitif premier : l'entree de cache (qui porte
      *    deja le verdict du screening) est confirmee telle quelle ;
      *    si elle a disparu entre-temps elle est recreee.
               MOVE WS-DATE-JOUR TO FD-CACHE-DATE-REF
               MOVE WS-OPERATEUR-ID TO FD-CACHE-OPERATEUR
               MOVE SPACES TO FD-CACHE-FACTEURS
               MOVE WS-GRADE-ADJUGE TO FD-CACHE-GRADE
               MOVE WS-NB-BITS TO FD-CACHE-BITS
               REWRITE FD-LIGNE-CACHE
                   INVALID KEY
                       WRITE FD-LIGNE-CACHE
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE SPACES TO WS-LIGNE-JOURNAL.
           MOVE WS-NUMERO TO WS-N-EDIT.
           MOVE 1 TO WS-PTR-JOURNAL.
           STRING WS-DATE-JOUR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-HEURE-JOUR DELIMITED BY SIZE
               FD-DES-ID-DEMANDE DELIMITED BY SIZE
               ' DEPT=' DELIMITED BY SIZE
               FD-DES-DEPARTEMENT DELIMITED BY SIZE
               INTO WS-LIGNE-JOURNAL WITH POINTER WS-PTR-JOURNAL
           END-STRING.
           IF WS-VERDICT-ADJUGE = 'P' AND WS-GRADE-ADJUGE NOT = SPACE
               STRING ' GRADE=' DELIMITED BY SIZE
                   WS-GRADE-TXT DELIMITED BY SPACE
                   ' BITS=' DELIMITED BY SIZE
                   WS-NB-BITS DELIMITED BY SIZE
                   INTO WS-LIGNE-JOURNAL WITH POINTER WS-PTR-JOURNAL
               END-STRING
           END-IF.
           IF FD-DES-EST-SUGGESTION
               STRING ' SUGGESTION=O' DELIMITED BY SIZE
                   INTO WS-LIGNE-JOURNAL WITH POINTER WS-PTR-JOURNAL
               END-STRING
           END-IF.
           MOVE WS-LIGNE-JOURNAL TO FD-LIGNE-JOURNAL.
           PERFORM CHAINER-LIGNE-JOURNAL.
           WRITE FD-LIGNE-JOURNAL.

       SIGNALER-DECISIONS-SANS-OBJET.
               INTO WS-LIGNE-DECISRPT.
           MOVE WS-LIGNE-DECISRPT TO FD-LIGNE-DECISRPT.
           WRITE FD-LIGNE-DECISRPT.
           MOVE WS-NB-BLOQUES TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-DECISRPT.
           STRING 'Adjuges premiers bloques (premier deja emis): '
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-DECISRPT.
           MOVE WS-LIGNE-DECISRPT TO FD-LIGNE-DECISRPT.
           WRITE FD-LIGNE-DECISRPT.
           MOVE WS-NB-ECARTS-GRADE TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-DECISRPT.
           STRING 'Classements rederives differents du screening: '
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-DECISRPT.
           MOVE WS-LIGNE-DECISRPT TO FD-LIGNE-DECISRPT.
           WRITE FD-LIGNE-DECISRPT.
           MOVE WS-NB-COMPOSES TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-DECISRPT.
           STRING 'Adjuges composes (reponse au departement): '
               INTO WS-LIGNE-DECISRPT.
           MOVE WS-LIGNE-DECISRPT TO FD-LIGNE-DECISRPT.
           WRITE FD-LIGNE-DECISRPT.
           MOVE WS-NB-ANNULES TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-DECISRPT.
           STRING 'Desaccords ecartes (demande annulee): '
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-DECISRPT.
           MOVE WS-LIGNE-DECISRPT TO FD-LIGNE-DECISRPT.
           WRITE FD-LIGNE-DECISRPT.
           MOVE WS-NB-ILLISIBLES TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-DECISRPT.
           STRING 'Cartes ou enregistrements illisibles: '
               INTO WS-LIGNE-DECISRPT.
           MOVE WS-LIGNE-DECISRPT TO FD-LIGNE-DECISRPT.
           WRITE FD-LIGNE-DECISRPT.

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
