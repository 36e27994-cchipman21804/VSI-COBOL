      *****************************************************************
      * LITPRSEL -- FILE-CONTROL entry for the LITEPROJ lighting      *
      * retrofit project file, copied wherever the projects are       *
      * priced or their tags are mapped to a plant.  See LITPRFD.     *
      *****************************************************************
           select lite-proj-file assign to "LITEPROJ"
                  organization is line sequential
                  file status is lite-proj-status.
