      * street. Name-and-age matches report as EXACT, name matches
      * with an agreeing phone or street as NEAR, each with the score
      * so registration can work the strongest pairs first and merge
      * each pair into its survivor through PERSON-MERGE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPFIND.
