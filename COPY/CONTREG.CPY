      *----------------------------------------------------------------*
      * Copybook: CONTREG
      * Purpose : Record layout for CONTACTOS.VSAM, the additional
      *           contacts of each employee (emergency contacts, extra
      *           phones and mailing addresses). The key is the employee
      *           ID plus a sequence number, so all the contacts of an
      *           employee are read together. Shared by the maintenance
      *           program, the dossier and the archive and rehire
      *           programs, which also use it for CONTACTOS-HISTORICO.
      *----------------------------------------------------------------*
       01 ENT-CONTACTOS-REG.
          05 ENT-CON-CLAVE.
             10 ENT-CON-ID-EMPLEADO         PIC 9(08).
             10 ENT-CON-SECUENCIA           PIC 9(02).
          05 ENT-CON-TIPO                   PIC X(01).
             88 ENT-CON-EMERGENCIA              VALUE 'E'.
             88 ENT-CON-TELEFONO-ADIC           VALUE 'T'.
             88 ENT-CON-DIRECCION-ADIC          VALUE 'D'.
             88 ENT-CON-TIPO-VALIDO             VALUE 'E' 'T' 'D'.
          05 ENT-CON-NOMBRE                 PIC X(30).
          05 ENT-CON-RELACION               PIC X(15).
          05 ENT-CON-TELEFONO               PIC X(09).
          05 ENT-CON-DIRECCION              PIC X(50).
