      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWEFI.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWEFI.
