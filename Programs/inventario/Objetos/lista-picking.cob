      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 03-09-2026                                            *
      * Mod: 15-10-2026 - ubicaciones.dat lleva el minimo y el       *
      *      maximo de frentes de gondola.                           *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

              07 UB-BODEGA   PIC X(3).
           05 UB-PASILLO     PIC X(4).
           05 UB-ESTANTE     PIC X(4).
           05 UB-MINIMO      PIC 9(6).
           05 UB-MAXIMO      PIC 9(6).

       FD  ARCHIVO-PICK.
       01  PICK-LINEA        PIC X(160).
