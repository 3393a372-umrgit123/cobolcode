      * SPACES IN THE HASH COLUMNS; A FILE OF ONLY SUCH RECORDS
      * PASSES WITH A WARNING, BUT ONCE A CHAINED RECORD APPEARS
      * EVERY LATER RECORD MUST CHAIN.
      *
      * THE YEARLY ANONYMIZATION RUN (EMPANON) REWRITES NAMES IN
      * THE IMAGES AND RE-CHAINS THE FILE; EVERY SUCH RE-CHAIN IS
      * RECORDED WITH ITS OLD AND NEW CLOSING HASHES ON
      * AUDANON.LOG.
      * * * ** * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
