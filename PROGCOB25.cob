      * DO MOTIVO DA REJEICAO.
       FD  GRADES-SUSPENSO
           LABEL RECORD IS STANDARD.
       COPY CPGRDSU.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD.
