      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWHPV.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWHPV.
