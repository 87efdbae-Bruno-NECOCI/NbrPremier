      *    lit les cartes operateur (identifiant, nom, niveau
      *    d'autorite, indicateur actif/inactif) et alimente le
      *    fichier indexe consulte par NombrePremier au demarrage.
      *    Un identifiant deja present est mis a jour (REWRITE) :
      *    la derniere carte lue pour un identifiant l'emporte, ce
      *    qui permet aux cartes de desactivation de la
      *    recertification (OPERDESA, concatenees en fin de lot) de
      *    maintenir inactifs les comptes dormants.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
