      *    le journal vivant. La piste d'audit devant etre conservee
      *    sept ans, rien n'est detruit : archivees + retenues =
      *    lues, verifie avant de rendre la main - tout ecart finit
      *    en RC=8 et le job ne remplace alors pas le journal.
      *    Les lignes du journal etant chainees l'une a l'autre
      *    (CHAINE=rang-valeur en colonnes 175 a 200), l'archive est
      *    toujours un debut du journal : des la premiere ligne a
      *    retenir, tout le reste est retenu, et la derniere ligne
      *    lue reste dans le journal vivant quelle que soit sa date
      *    pour que les programmes qui ecrivent y reprennent la
      *    chaine. Une ligne illisible (date non numerique) suit sa
      *    place dans le journal et est comptee a part. Chaque
      *    passage reussi ajoute au registre des generations
      *    ARCHREG le premier et le dernier rang archives et la
      *    valeur du dernier chainon, qui servent au controle du
      *    chainage (VERICHAI) a verifier le raccord d'une
      *    generation a la suivante.
      *    Registre ARCHREG (80 colonnes) :
      *      date du passage(8) blanc date limite(8) blanc
      *      lignes archivees(9) blanc premier rang(9) blanc
      *      dernier rang(9) blanc valeur du dernier chainon(9) ;
      *      rangs a zero = aucune ligne chainee dans la generation.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RETENU.

           SELECT REGISTRE-ARCH-FILE ASSIGN TO ARCHREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-REGISTRE.

      *--------------
       DATA DIVISION.
      *--------------
       FD  RETENU-FILE.
       01  FD-LIGNE-RETENU    PIC X(200).

       FD  REGISTRE-ARCH-FILE.
       01  FD-LIGNE-REGISTRE  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STATUT-JOURNAL  PIC X(2) VALUE SPACES.
       01  WS-STATUT-ARCHIVE  PIC X(2) VALUE SPACES.
       01  WS-STATUT-RETENU   PIC X(2) VALUE SPACES.
       01  WS-STATUT-REGISTRE PIC X(2) VALUE SPACES.

       01  WS-FIN-FICHIER     PIC X VALUE 'N'.
           88  WS-FIN-JOURNAL     VALUE 'O'.
       01  WS-DATE-LIMITE     PIC 9(8) VALUE ZERO.
       01  WS-LIGNE-DATE      PIC X(8) VALUE SPACES.

       01  WS-LIGNE-EN-ATTENTE PIC X(200) VALUE SPACES.
       01  WS-ATTENTE         PIC X VALUE 'N'.
           88  WS-ATTENTE-PRESENTE VALUE 'O'.
       01  WS-ARCHIVAGE       PIC X VALUE 'N'.
           88  WS-ARCHIVAGE-CLOS  VALUE 'O'.

       01  WS-CHAINE-ZONE.
           05  WS-CHN-ETIQUETTE PIC X(7).
           05  WS-CHN-RANG      PIC 9(9).
           05  WS-CHN-TIRET     PIC X.
           05  WS-CHN-VALEUR    PIC 9(9).
       01  WS-PREMIER-RANG    PIC 9(9) VALUE ZERO.
       01  WS-DERNIER-RANG    PIC 9(9) VALUE ZERO.
       01  WS-DERNIERE-VALEUR PIC 9(9) VALUE ZERO.

       01  WS-LIGNE-REGISTRE.
           05  WS-REG-DATE        PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-REG-LIMITE      PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-REG-ARCHIVEES   PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-REG-PREMIER     PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-REG-DERNIER     PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  WS-REG-VALEUR      PIC 9(9).
           05  FILLER             PIC X(23) VALUE SPACES.

       01  WS-NB-LUES         PIC 9(9) VALUE ZERO.
       01  WS-NB-ARCHIVEES    PIC 9(9) VALUE ZERO.
       01  WS-NB-RETENUES     PIC 9(9) VALUE ZERO.
               CLOSE ARCHIVE-FILE
               STOP RUN
           END-IF.
           OPEN EXTEND REGISTRE-ARCH-FILE.
           IF WS-STATUT-REGISTRE = '35'
               OPEN OUTPUT REGISTRE-ARCH-FILE
           END-IF.
           IF WS-STATUT-REGISTRE NOT = '00'
               DISPLAY 'Registre des generations inaccessible - '
                   'statut ' WS-STATUT-REGISTRE ' - archivage annule.'
               MOVE 8 TO RETURN-CODE
               CLOSE JOURNAL-FILE
               CLOSE ARCHIVE-FILE
               CLOSE RETENU-FILE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIN-JOURNAL
               READ JOURNAL-FILE
                   AT END
                       MOVE 'O' TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       IF WS-ATTENTE-PRESENTE
                           PERFORM VENTILER-LIGNE
                       END-IF
                       MOVE FD-LIGNE-JOURNAL TO WS-LIGNE-EN-ATTENTE
                       MOVE 'O' TO WS-ATTENTE
               END-READ
           END-PERFORM.
           IF WS-ATTENTE-PRESENTE
               MOVE 'O' TO WS-ARCHIVAGE
               PERFORM VENTILER-LIGNE
           END-IF.
           CLOSE JOURNAL-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE RETENU-FILE.
           PERFORM CONTROLER-COMPTES.
           IF RETURN-CODE = 0
               PERFORM INSCRIRE-GENERATION
           END-IF.
           CLOSE REGISTRE-ARCH-FILE.
           STOP RUN.

       LIRE-PARAMETRES.
               STOP RUN
           END-IF.

      *    Ventile la ligne mise en attente : une ligne n'est
      *    decidee qu'a la lecture de la suivante, la derniere du
      *    journal etant toujours retenue.
       VENTILER-LIGNE.
           MOVE WS-LIGNE-EN-ATTENTE(1:8) TO WS-LIGNE-DATE.
           IF FUNCTION TEST-NUMVAL(WS-LIGNE-DATE) NOT = 0
               ADD 1 TO WS-NB-ILLISIBLES
           ELSE
               IF WS-LIGNE-DATE NOT < WS-DATE-LIMITE
                   MOVE 'O' TO WS-ARCHIVAGE
               END-IF
           END-IF.
           IF WS-ARCHIVAGE-CLOS
               ADD 1 TO WS-NB-RETENUES
               MOVE WS-LIGNE-EN-ATTENTE TO FD-LIGNE-RETENU
               WRITE FD-LIGNE-RETENU
           ELSE
               ADD 1 TO WS-NB-ARCHIVEES
               MOVE WS-LIGNE-EN-ATTENTE TO FD-LIGNE-ARCHIVE
               WRITE FD-LIGNE-ARCHIVE
               PERFORM RELEVER-CHAINON
           END-IF.

       RELEVER-CHAINON.
           MOVE WS-LIGNE-EN-ATTENTE(175:26) TO WS-CHAINE-ZONE.
           IF WS-CHN-ETIQUETTE = 'CHAINE=' AND WS-CHN-TIRET = '-'
               AND WS-CHN-RANG NUMERIC AND WS-CHN-VALEUR NUMERIC
               IF WS-PREMIER-RANG = ZERO
                   MOVE WS-CHN-RANG TO WS-PREMIER-RANG
               END-IF
               MOVE WS-CHN-RANG TO WS-DERNIER-RANG
               MOVE WS-CHN-VALEUR TO WS-DERNIERE-VALEUR
           END-IF.

      *    La retention reglementaire est de sept ans : avant de
           DISPLAY 'Lignes lues: ' WS-NB-LUES
               ' archivees: ' WS-NB-ARCHIVEES
               ' retenues: ' WS-NB-RETENUES
               ' dont illisibles: ' WS-NB-ILLISIBLES.
           IF WS-NB-CONTROLE NOT = WS-NB-LUES
               DISPLAY 'ECART DE COMPTAGE - archivees + retenues'
                   ' <> lues - le journal ne doit pas etre remplace.'
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    Le registre n'est complete que si les comptes sont
      *    justes : une generation en ecart est supprimee par le job
      *    et ne doit pas y figurer.
       INSCRIRE-GENERATION.
           DISPLAY 'Rangs archives: ' WS-PREMIER-RANG
               ' a ' WS-DERNIER-RANG
               ' dernier chainon: ' WS-DERNIERE-VALEUR.
           MOVE WS-DATE-JOUR TO WS-REG-DATE.
           MOVE WS-DATE-LIMITE TO WS-REG-LIMITE.
           MOVE WS-NB-ARCHIVEES TO WS-REG-ARCHIVEES.
           MOVE WS-PREMIER-RANG TO WS-REG-PREMIER.
           MOVE WS-DERNIER-RANG TO WS-REG-DERNIER.
           MOVE WS-DERNIERE-VALEUR TO WS-REG-VALEUR.
           MOVE WS-LIGNE-REGISTRE TO FD-LIGNE-REGISTRE.
           WRITE FD-LIGNE-REGISTRE.
