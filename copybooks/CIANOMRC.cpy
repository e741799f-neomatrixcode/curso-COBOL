      * CIANOMRC.cpy - datos generales de cada compania
      * (data/CIANOM.DAT): razon social, RFC, registro patronal y
      * ciudad del domicilio fiscal, para los documentos que salen
      * con membrete (constancias laborales de CONSTANCIA.cbl). Lo
      * mantiene recursos humanos editando el archivo, igual que
      * DEPTCAT.DAT.
       01  CIANOM-RECORD.
           05  CNM-COMPANIA       PIC XX.
           05  CNM-RAZON-SOCIAL   PIC X(40).
           05  CNM-RFC            PIC X(12).
           05  CNM-REG-PATRONAL   PIC X(11).
           05  CNM-CIUDAD         PIC X(20).
