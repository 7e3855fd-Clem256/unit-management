*> One record per treasury movement, written sequentially, oldest
*> first. LED-NATURE gives the kind of movement (SOLDE = paie,
*> RECRUT = cout de recrutement, ACHAT = livraison fournisseur,
*> FORGE = reparation d'arme, DOTATION = credit de commandement,
*> MISSION = recompense de mission, TRAINING = seance du camp
*> d'entrainement),
*> LED-SENS is D (debit) ou C (credit) and LED-SOLDE the treasury
*> balance after the movement was applied. LED-OPERATEUR is the
*> operator signed on to ARMY (spaces for batch runs).
01 LEDGER-RECORD.
    05 LED-DATE            PIC X(10).
    05 LED-ORIGINE         PIC X(08).
    05 LED-SENS            PIC X.
    05 LED-MONTANT         PIC 9(08).
    05 LED-SOLDE           PIC S9(09) SIGN LEADING SEPARATE.
    05 LED-OPERATEUR       PIC X(08).
