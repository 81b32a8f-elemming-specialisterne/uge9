      *         tolerant i samme ånd som Opgave15's nærdublet-        *
      *         sammenligning - op til to afvigende tegn i det        *
      *         samlede navn regnes stadig som et hit.                *
      *         OpgaveClearingUd og OpgaveClearingInd screener        *
      *         desuden betalingernes modpart mod listen med          *
      *         fornavn og efternavn trukket sammen til ét navn.      *
      *****************************************************************
           02 SANKT-FORNAVN        PIC X(20) VALUE SPACES.
           02 SANKT-EFTERNAVN      PIC X(20) VALUE SPACES.
